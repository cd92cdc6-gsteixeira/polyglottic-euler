        *> rows (the same two fields as common/sort_row.cpy, persisted
        *> the way btree_save keeps BTREEDAT), updated by a sorted
        *> transaction file carrying an operation code per record:
        *>   A = add a new account        (rejected when it exists,
        *>                                 when the key fails its
        *>                                 check digit -- see
        *>                                 common/key_check.cob -- or
        *>                                 when the key has existed
        *>                                 before; key zero with a
        *>                                 category in the detail
        *>                                 takes the next number in
        *>                                 that category's range, see
        *>                                 common/key_alloc.cob)
        *>   R = replace the balance      (rejected when absent)
        *>   J = adjust the balance +/-   (rejected when absent, or
        *>                                 when a debit takes it past
        *>                                 the overdraft limit, or a
        *>                                 credit past the two-decimal
        *>                                 S9(7)V99 field)
        *>   D = delete the account       (rejected when absent)
        *>   F = freeze the account       (no R/J until unfrozen)
        *>   U = unfreeze a frozen account
        *>   C = close the account        (nothing until reopened;
        *>                                 rejected while it still
        *>                                 holds funds -- those are
        *>                                 paid out by acct_disburse)
        *>   O = reopen a closed account
        *>   P = place a hold             (amount, hold id, reason
        *>                                 code and optional expiry)
        *>   L = lift a hold              (by account and hold id)
        *>   X = transfer between two     (key = from, detail = to;
        *>       of our accounts           both legs post or neither)
        *>   K = set the overdraft limit  (amount = the new limit)
        *>   V = reverse a J posting      (detail = the original's
        *>                                 ACCTJRN timestamp and the
        *>                                 sequence half of its
        *>                                 reference; posts the exact
        *>                                 inverse, once only -- see
        *>                                 apply_reversal)
        *>   N = renumber an account     (detail = the new key, or
        *>                                 zero and a category for
        *>                                 the next number in that
        *>                                 category's range; the
        *>                                 whole record moves and the
        *>                                 old key leaves the master)
        *>   M = merge two accounts      (key = the account folded
        *>                                 in, detail = the account
        *>                                 that survives; balances
        *>                                 summed, the folded key
        *>                                 leaves the master)
        *> Every transaction carries a currency code (blank = the
        *> base currency, see common/fx_rate.cob).  An A opens the
        *> account in that currency -- a foreign one only once
        *> FXRATES has a rate for it -- and an R, J, X, P or K whose
        *> currency is not its account's is rejected, so a foreign
        *> amount can never post converted or unconverted by mistake.
        *> Holds live on their own indexed dataset, ACCTHOLD, keyed
        *> account + hold id -- garnishments, disputed items, pending
        *> cheques.  A J debit must leave the balance at or above the
        *> account's active holds (balance minus holds is what is
        *> available), a freeze is no longer the only tool, and a
        *> hold whose expiry date has passed the business date is
        *> dropped at the start of the next posting run.  holds_report
        *> prints the day's holds by reason.
        *> An account with an active term deposit on ACCTTERM takes
        *> no debit while it runs -- a negative J or V, an R that
        *> lowers the balance, a transfer out, a merge, renumber or
        *> delete all reject TERM DEPOSIT -- NO DEBITS.  Only the
        *> batch term_mature submits (TERMMATR) moves the principal.
        *> A transfer is checked in full -- both accounts present and
        *> postable, the debit inside the from account's available
        *> balance, the credit inside the to account's field -- before
        *> either leg is written, and a leg that fails to write puts
        *> the other back.  Both images land on ACCTJRN under one
        *> transfer reference; a rejected transfer recycles as one
        *> item.
        *> Dual control: with PARMLIB MSTUPDT APPROVE-LIMIT set, an
        *> A, R or J whose amount is above the limit (valued in the
        *> base currency at the day's rate), and any transaction at
        *> all that touches a frozen account, is not posted -- it is
        *> parked on ACCTPEND with the submitter the batch header
        *> names, for a second operator to approve or decline on
        *> acct_approve.  A C behind an item still waiting on the
        *> same account parks too, so a close is never refused on a
        *> payout J that is only waiting for its approval.
        *> Each run first takes the decisions left on
        *> ACCTAPRV: approved items post (an approval carries a
        *> posting past the freeze; a closed account still refuses),
        *> declined ones are listed and dropped, and once the run is
        *> checkpointed complete the decided items leave ACCTPEND
        *> and ACCTAPRV is emptied.
        *> The master record carries an account status, the open
        *> date and a last-activity timestamp, all maintained here.
        *> The balance is signed: an account may run below zero as
        *> far as its agreed overdraft limit and no further, and the
        *> date it first went below zero is kept until it comes back
        *> to zero or above -- acct_overdrawn reports from it.
        *> Every transaction lands on the update report -- applied or
        *> rejected-with-reason, with before/after balances -- and the
        *> run ends with counts by operation.  Any reject leaves
        *> RETURN-CODE 4, the same warning convention SORT-RECONCILE
        *> uses for a mismatch.
        *> Every applied mutation also lands on the append-only
        *> ACCTJRN journal -- timestamp, correlation id, operation,
        *> the batch reference the posting arrived under and the
        *> before and after record images -- the same
        *> protection btree_journal gives BTREEDAT, so a posting run
        *> can be replayed or unwound with acct_replay instead of
        *> re-keyed from the listing.
        *> A renumber or merge journals two lines under one
        *> reference, each naming the key on the other side in its
        *> link field: the departing key's line (after status blank,
        *> as a delete's is) and the arriving or surviving key's.
        *> acct_statement, acct_replay and sort_delta follow an
        *> account across the link instead of seeing one account
        *> drop and another appear.
        *> ARGUMENT 1 = "TRIAL" (or PARMLIB MSTUPDT MODE=TRIAL) runs
        *> the whole batch as a what-if: every transaction is applied
        *> against an in-memory image of the master, the full ACCTRPT
        *> the COLLCKPT discipline), so a rerun after a crash
        *> resumes at the first unapplied transaction with a restart
        *> banner on ACCTRPT -- not a double posting of the first
        *> half's adjustments.  restart_test proves it by crashing a
        *> posting on purpose (common/fault_point.cob) and
        *> comparing the resumed master with an uninterrupted one.
        *> A batch that verifies is then looked up on the BATCHREG
        *> inbound batch registry (common/batch_reg.cob): one this
        *> or an earlier run already consumed -- same batch id,
        *> creation date, count and hash -- is refused whole with a
        *> FATL alert, unless PARMLIB MSTUPDT RESEND-OK names that
        *> earlier consumption (the operator's deliberate resend,
        *> recorded on RUNAUDIT).  A posting run that completes
        *> registers its batch; a TRIAL run checks but registers
        *> nothing, and a crashed run is not registered, so its
        *> restart is not mistaken for a resend.
        IDENTIFICATION DIVISION.
            PROGRAM-ID. Main.
            AUTHOR. Gustavo Selbach Teixeira.
                    SELECT CLOSED-FILE ASSIGN TO "CLOSEDPD"
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS closed-file-status.
                    *> a read-only view of the journal, for a V to
                    *> find the posting it reverses -- JOURNAL-FILE
                    *> itself is only ever opened to append
                    SELECT JOURNAL-READ ASSIGN TO "ACCTJRN"
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS journal-read-status.
                    *> the postings already reversed, keyed by the
                    *> original's journal timestamp, sequence and
                    *> account -- acct_statement pairs them from it
                    SELECT REVERSAL-FILE ASSIGN TO "ACCTREVS"
                        ORGANIZATION IS INDEXED
                        ACCESS MODE IS RANDOM
                        RECORD KEY IS rvs-key
                        FILE STATUS IS reversal-file-status.
                    *> applied-through checkpoint pair -- the dual
                    *> guard-byte files of the COLLCKPT design, so
                    *> a rerun after a crash resumes at the first
                    SELECT CKPT2-FILE ASSIGN TO "MSTCKP2"
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS ckpt2-file-status.
                    *> holds and earmarks against account balances --
                    *> keyed account first, so one account's holds
                    *> sit together for the available-balance sum
                    SELECT HOLD-FILE ASSIGN TO "ACCTHOLD"
                        ORGANIZATION IS INDEXED
                        ACCESS MODE IS DYNAMIC
                        RECORD KEY IS hld-key
                        FILE STATUS IS hold-file-status.
                    *> term deposits -- an account with one active
                    *> takes no debit but term_mature's own batch
                    SELECT TERM-FILE ASSIGN TO "ACCTTERM"
                        ORGANIZATION IS INDEXED
                        ACCESS MODE IS RANDOM
                        RECORD KEY IS trm-key
                        FILE STATUS IS term-file-status.
                    *> dual control: the items parked for a second
                    *> operator, the decisions acct_approve leaves,
                    *> and the work copy the settle pass rewrites
                    *> the parked items through
                    SELECT PENDING-FILE ASSIGN TO "ACCTPEND"
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS pending-file-status.
                    SELECT DECISION-FILE ASSIGN TO "ACCTAPRV"
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS decision-file-status.
                    SELECT PENDING-WORK ASSIGN TO "ACCTPNDW"
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS pending-work-status.
            DATA DIVISION.
                FILE SECTION.
                FD MASTER-FILE.
                01 master-record.
                    02 mst-key           PIC S9(9).
                    02 mst-bal           PIC S9(7)V99.
                    *> O = open, F = frozen (no R/J postings),
                    *> C = closed (nothing until an O reopen)
                    02 mst-status        PIC X.
                    02 mst-open-date     PIC X(8).
                    02 mst-last-activity PIC X(14).
                    *> how far below zero the balance may go, and the
                    *> business date it went below (blank when not)
                    02 mst-od-limit      PIC 9(7)V99.
                    02 mst-od-since      PIC X(8).
                    *> the currency the balance is held in -- blank
                    *> is the base currency, see common/fx_rate.cob
                    02 mst-currency      PIC X(3).
                FD TRAN-FILE.
                *> three record shapes share the area, told apart by
                *> the leading type byte: "H" batch header and "T"
                    02 trn-op     PIC X.
                    02 trn-key    PIC S9(9).
                    02 trn-amount PIC S9(7)V99.
                    *> operation detail -- blank on the plain money
                    *> and status operations
                    02 trn-detail PIC X(24).
                    02 trn-hold REDEFINES trn-detail.
                        03 trn-hold-id     PIC 9(6).
                        03 trn-hold-reason PIC X(4).
                        03 trn-hold-expiry PIC X(8).
                        03 FILLER          PIC X(6).
                    *> an X names its to account, an M the account
                    *> the key is folded into
                    02 trn-transfer REDEFINES trn-detail.
                        03 trn-to-key      PIC S9(9).
                        03 FILLER          PIC X(15).
                    *> an N names the new key, or leaves it zero and
                    *> names the category to allocate it from
                    02 trn-renumber REDEFINES trn-detail.
                        03 trn-new-key      PIC S9(9).
                        03 trn-new-category PIC X(4).
                        03 FILLER           PIC X(11).
                    *> an A on key zero names the category whose
                    *> number range the new key is allocated from
                    02 trn-open REDEFINES trn-detail.
                        03 trn-open-category PIC X(4).
                        03 FILLER            PIC X(20).
                    *> a V names the posting it reverses: the journal
                    *> timestamp and the sequence half of the journal
                    *> reference (the batch id is the first half)
                    02 trn-reversal REDEFINES trn-detail.
                        03 trn-rev-timestamp PIC X(14).
                        03 trn-rev-seq       PIC X(8).
                        03 FILLER            PIC X(2).
                    *> the currency the amount is in -- blank is the
                    *> base currency
                    02 trn-currency PIC X(3).
                01 tran-header.
                    02 thd-type     PIC X.
                    02 thd-batch-id PIC X(8).
                    02 thd-date     PIC X(8).
                    *> the operator (or the generating program) that
                    *> submitted the batch -- barred from approving
                    *> its own parked items
                    02 thd-submitter PIC X(8).
                01 tran-trailer.
                    02 ttl-type  PIC X.
                    02 ttl-count PIC 9(9).
                    02 rci-reason   PIC X(30).
                    02 FILLER       PIC X.
                    02 rci-attempts PIC 9(3).
                    02 rci-detail   PIC X(24).
                    02 rci-currency PIC X(3).
                    02 rci-ref      PIC X(16).
                FD RECYCLE-OUT.
                01 recycle-out-record.
                    02 rco-op       PIC X.
                    02 rco-reason   PIC X(30).
                    02 FILLER       PIC X.
                    02 rco-attempts PIC 9(3).
                    02 rco-detail   PIC X(24).
                    02 rco-currency PIC X(3).
                    02 rco-ref      PIC X(16).
                FD FINAL-REJECT-FILE.
                01 final-reject-line PIC X(132).
                FD CLOSED-FILE.
                01 closed-record.
                    02 cls-period PIC X(6).
                FD JOURNAL-READ.
                01 journal-read-record.
                    02 jrd-timestamp  PIC X(14).
                    02 FILLER         PIC X.
                    02 jrd-corr-id    PIC X(14).
                    02 FILLER         PIC X.
                    02 jrd-rec-op     PIC X.
                    02 FILLER         PIC X.
                    02 jrd-rec-key    PIC S9(9).
                    02 FILLER         PIC X.
                    02 jrd-before-bal PIC S9(7)V99.
                    02 FILLER         PIC X.
                    02 jrd-after-bal  PIC S9(7)V99.
                    02 FILLER         PIC X.
                    02 jrd-before-sta PIC X.
                    02 FILLER         PIC X.
                    02 jrd-after-sta  PIC X.
                    02 FILLER         PIC X.
                    02 jrd-reference  PIC X(16).
                    02 FILLER         PIC X.
                    02 jrd-od-limit   PIC 9(7)V99.
                    02 FILLER         PIC X.
                    02 jrd-currency   PIC X(3).
                FD REVERSAL-FILE.
                01 reversal-record.
                    02 rvs-key.
                        03 rvs-orig-ts   PIC X(14).
                        03 rvs-orig-seq  PIC X(8).
                        03 rvs-acct      PIC S9(9).
                    *> the reversing posting's own journal timestamp
                    *> and reference, the amount it posted and the
                    *> business date it posted on
                    02 rvs-by-ts         PIC X(14).
                    02 rvs-by-ref        PIC X(16).
                    02 rvs-amount        PIC S9(7)V99.
                    02 rvs-date          PIC X(8).
                FD CKPT-FILE.
                01 ckpt-record PIC X(28).
                FD CKPT2-FILE.
                01 ckpt2-record PIC X(28).
                FD HOLD-FILE.
                01 hold-record.
                    02 hld-key.
                        03 hld-acct    PIC S9(9).
                        03 hld-id      PIC 9(6).
                    02 hld-amount      PIC 9(7)V99.
                    *> GARN garnishment, DISP disputed item, CHEQ
                    *> pending cheque, LEGL other legal order -- any
                    *> other code is carried and reported as given
                    02 hld-reason      PIC X(4).
                    02 hld-placed      PIC X(8).
                    *> blank = open-ended, held until lifted
                    02 hld-expiry      PIC X(8).
                    02 hld-batch       PIC X(8).
                FD TERM-FILE.
                *> only the key and status are read here -- the
                *> full layout is term_maint's
                01 term-record.
                    02 trm-key         PIC S9(9).
                    02 FILLER          PIC X(52).
                    *> A = active; matured, held and cancelled
                    *> deposits leave the balance free again
                    02 trm-status      PIC X.
                    02 FILLER          PIC X(36).
                FD LEDGER-FILE.
                01 ledger-record.
                    02 ldg-date    PIC X(8).
                    02 FILLER      PIC X.
                    02 ldg-corr    PIC X(14).
                    02 FILLER      PIC X.
                    02 ldg-opening PIC S9(13)V99.
                    02 FILLER      PIC X.
                    02 ldg-net     PIC S9(13)V99
                                   SIGN LEADING SEPARATE.
                    02 FILLER      PIC X.
                    02 ldg-closing PIC S9(13)V99.
                    02 FILLER      PIC X.
                    02 ldg-verdict PIC X(4).
                    *> blank on the run's whole-master entry; on the
                    *> per-currency entries that follow it, the
                    *> currency, the day's rate and the closing total's
                    *> base-currency equivalent (the whole-master entry
                    *> carries the sum of those equivalents)
                    02 FILLER      PIC X.
                    02 ldg-currency PIC X(3).
                    02 FILLER      PIC X.
                    02 ldg-rate    PIC 9(5)V9(6).
                    02 FILLER      PIC X.
                    02 ldg-base-closing PIC S9(13)V99.
                FD PENDING-FILE.
                *> one parked transaction: the item id (batch, the
                *> business date it parked, its sequence in that
                *> run), who submitted the batch, why it parked, and
                *> the ACCTTRAN detail to post once approved
                01 pending-record.
                    02 pnd-item.
                        03 pnd-batch   PIC X(8).
                        03 pnd-parked  PIC X(8).
                        03 pnd-seq     PIC 9(8).
                    02 FILLER          PIC X.
                    02 pnd-submitter   PIC X(8).
                    02 FILLER          PIC X.
                    02 pnd-reason      PIC X(30).
                    02 FILLER          PIC X.
                    02 pnd-op          PIC X.
                    02 pnd-key         PIC S9(9).
                    02 pnd-amount      PIC S9(7)V99.
                    02 pnd-detail      PIC X(24).
                    02 pnd-currency    PIC X(3).
                FD DECISION-FILE.
                *> A = approved, D = declined, by whom and when
                01 decision-record.
                    02 dcs-item        PIC X(24).
                    02 FILLER          PIC X.
                    02 dcs-decision    PIC X.
                    02 FILLER          PIC X.
                    02 dcs-operator    PIC X(8).
                    02 FILLER          PIC X.
                    02 dcs-timestamp   PIC X(14).
                FD PENDING-WORK.
                01 pending-work-record PIC X(111).
                FD JOURNAL-FILE.
                *> one line per applied mutation: when, which cycle,
                *> what was done, and the record image before and
                    02 FILLER         PIC X.
                    02 jrn-rec-key    PIC S9(9).
                    02 FILLER         PIC X.
                    02 jrn-before-bal PIC S9(7)V99.
                    02 FILLER         PIC X.
                    02 jrn-after-bal  PIC S9(7)V99.
                    02 FILLER         PIC X.
                    02 jrn-before-sta PIC X.
                    02 FILLER         PIC X.
                    02 jrn-after-sta  PIC X.
                    *> the batch id and sequence the posting arrived
                    *> under -- the two legs of a transfer share it;
                    *> blank on lines journaled before it was kept
                    02 FILLER         PIC X.
                    02 jrn-reference  PIC X(16).
                    *> the overdraft limit after the mutation, so a
                    *> replay lands the limit along with the balance
                    02 FILLER         PIC X.
                    02 jrn-od-limit   PIC 9(7)V99.
                    *> the account's currency, so a replayed add opens
                    *> the account in the right one
                    02 FILLER         PIC X.
                    02 jrn-currency   PIC X(3).
                    *> on the two lines of a renumber or merge, the
                    *> key on the other side of the link -- blank on
                    *> every other line
                    02 FILLER         PIC X.
                    02 jrn-link-key   PIC S9(9).
                WORKING-STORAGE SECTION.
                    01 master-file-status PIC XX.
                    01 tran-file-status   PIC XX.
                        02 trial-rows OCCURS 1 TO 9999 TIMES
                                DEPENDING ON trial-count.
                            03 trial-key  PIC S9(9).
                            03 trial-bal  PIC S9(7)V99.
                            03 trial-sta  PIC X.
                            03 trial-open PIC X(8).
                            03 trial-act  PIC X(14).
                            03 trial-odl  PIC 9(7)V99.
                            03 trial-ods  PIC X(8).
                            03 trial-ccy  PIC X(3).
                    01 trial-idx          PIC 9(4).
                    01 trial-found        PIC 9.
                    01 trial-eof          PIC 9.
                    01 detail-count       PIC 9(9) VALUE ZEROS.
                    01 amount-hash        PIC S9(13)V99 VALUE ZEROS.
                    01 envelope-eof       PIC 9.
                    *> inbound batch registry -- see
                    *> common/batch_reg.cob
                    01 br-op              PIC X(3).
                    01 br-feed            PIC X(8) VALUE "ACCTTRAN".
                    01 br-batch-id        PIC X(16).
                    01 br-created         PIC X(8).
                    01 br-count           PIC 9(9).
                    01 br-hash            PIC S9(15)V99.
                    01 br-stamp           PIC X(14).
                    01 br-status          PIC XX.
                    01 batch-resend       PIC 9 VALUE 0.
                    *> reject recycle state -- see the RECYCLE-IN FD
                    01 recycle-in-status  PIC XX.
                    01 recycle-out-status PIC XX.
                    *> balance before and after, and the net of the
                    *> applied movements in between
                    01 ledger-file-status PIC XX.
                    01 opening-total      PIC S9(13)V99 VALUE ZEROS.
                    01 closing-total      PIC S9(13)V99 VALUE ZEROS.
                    01 net-applied        PIC S9(13)V99 VALUE ZEROS.
                    01 expected-closing   PIC S9(14)V99.
                    01 master-total       PIC S9(13)V99.
                    01 total-eof          PIC 9.
                    01 ledger-broken      PIC 9 VALUE 0.
                    01 total-tx           PIC +9(13).99.
                    01 net-tx             PIC +9(13).99.
                    *> the same proof kept per currency -- a total
                    *> across currencies adds unlike units, so each
                    *> currency proves on its own and goes to the
                    *> ledger with its base-currency equivalent at the
                    *> day's rate
                    01 total-phase        PIC X.
                    01 currency-table.
                        02 ccy-count PIC 9(3) VALUE ZEROS.
                        02 ccy-entry OCCURS 1 TO 100 TIMES
                                DEPENDING ON ccy-count.
                            03 cy-code     PIC X(3).
                            03 cy-opening  PIC S9(13)V99.
                            03 cy-net      PIC S9(13)V99.
                            03 cy-closing  PIC S9(13)V99.
                            03 cy-rate     PIC 9(5)V9(6).
                            03 cy-rated    PIC 9.
                            03 cy-base     PIC S9(13)V99.
                    01 ccy-idx            PIC 9(3).
                    01 ccy-found          PIC 9.
                    01 ccy-work           PIC X(3).
                    01 foreign-held       PIC 9 VALUE 0.
                    01 base-closing-total PIC S9(13)V99.
                    01 rate-tx            PIC 9(5).9(6).
                    *> applied-through checkpoint state -- the
                    *> guard byte last, so a write a crash cut
                    *> short can never look fully written
                    01 closed-file-status PIC XX.
                    01 closed-eof         PIC 9.
                    01 period-closed      PIC 9 VALUE 0.
                    *> reversal state -- see apply_reversal
                    01 journal-read-status  PIC XX.
                    01 journal-read-eof     PIC 9.
                    01 reversal-file-status PIC XX.
                    01 orig-op            PIC X.
                    01 orig-before        PIC S9(7)V99.
                    01 orig-after         PIC S9(7)V99.
                    01 orig-currency      PIC X(3).
                    01 reversal-count     PIC 9(9) VALUE ZEROS.
                    *> hold state -- see the HOLD-FILE FD
                    01 hold-file-status   PIC XX.
                    01 have-holds         PIC 9 VALUE 0.
                    01 hold-active        PIC 9.
                    01 hold-total         PIC 9(9)V99.
                    *> the account sum_account_holds totals
                    01 holds-key          PIC S9(9).
                    01 hold-op-count      PIC 9(9) VALUE ZEROS.
                    01 holds-dropped      PIC 9(9) VALUE ZEROS.
                    *> term deposit state -- see the TERM-FILE FD
                    01 term-file-status   PIC XX.
                    01 have-terms         PIC 9 VALUE 0.
                    *> who sent the item: the batch, or for a
                    *> released item the batch that parked it
                    01 posting-submitter  PIC X(8).
                    *> named-parameter lookup -- see
                    *> common/parm_lookup.cob
                    01 pm-program         PIC X(8) VALUE "MSTUPDT".
                    01 pm-keyword         PIC X(16).
                    01 pm-value           PIC X(40).
                    01 pm-found           PIC 9.
                    *> account-key check digit -- see
                    *> common/key_check.cob
                    01 kc-op              PIC X(3) VALUE "CHK".
                    01 kc-key             PIC S9(9).
                    01 kc-ok              PIC 9.
                    *> account-number allocation and the register
                    *> of keys ever used -- see common/key_alloc.cob
                    01 ka-op              PIC X(3).
                    01 ka-category        PIC X(4).
                    01 ka-key             PIC S9(9).
                    01 ka-status          PIC XX.
                    *> currency state -- see common/fx_rate.cob
                    01 fx-op              PIC X(3).
                    01 fx-currency        PIC X(3).
                    01 fx-date            PIC X(8).
                    01 fx-rate            PIC 9(5)V9(6).
                    01 fx-found           PIC 9.
                    01 base-currency      PIC X(3).
                    *> the transaction's currency and the account's,
                    *> blanks resolved to the base currency
                    01 tran-currency      PIC X(3).
                    01 acct-currency      PIC X(3).
                    *> dual-control state -- see the PENDING-FILE FD
                    01 pending-file-status  PIC XX.
                    01 decision-file-status PIC XX.
                    01 pending-work-status  PIC XX.
                    01 pending-eof        PIC 9.
                    01 approval-on        PIC 9 VALUE 0.
                    01 approve-limit      PIC 9(11)V99 VALUE ZEROS.
                    01 approval-amount    PIC 9(13)V99.
                    01 approved-item      PIC 9 VALUE 0.
                    01 park-reason        PIC X(30).
                    01 batch-submitter    PIC X(8) VALUE SPACES.
                    01 decisions-held     PIC 9 VALUE 0.
                    01 decision-table.
                        02 dcn-count PIC 9(4) VALUE ZEROS.
                        02 dcn-entry OCCURS 1 TO 2000 TIMES
                                DEPENDING ON dcn-count.
                            03 dc-item     PIC X(24).
                            03 dc-decision PIC X.
                            03 dc-operator PIC X(8).
                    01 dcn-idx            PIC 9(4).
                    01 dcn-found          PIC 9.
                    01 parked-count       PIC 9(9) VALUE ZEROS.
                    *> the accounts parked on this run -- a trial
                    *> writes nothing to ACCTPEND to look them up on
                    01 parked-keys.
                        02 pk-count PIC 9(4) VALUE ZEROS.
                        02 pk-key   PIC S9(9) OCCURS 500 TIMES.
                    01 pk-idx             PIC 9(4).
                    01 waiting-found      PIC 9.
                    01 approved-in-count  PIC 9(9) VALUE ZEROS.
                    01 declined-count     PIC 9(9) VALUE ZEROS.
                    *> per-transaction outcome state
                    01 before-balance     PIC S9(7)V99.
                    01 after-balance      PIC S9(7)V99.
                    01 before-status      PIC X.
                    01 after-status       PIC X.
                    01 adjusted-balance   PIC S9(10)V99.
                    01 reject-reason      PIC X(30).
                    *> the account and unit reference the journal line
                    *> is written for -- the transaction key, except
                    *> on the second leg of a transfer
                    01 mutation-key       PIC S9(9).
                    01 mutation-ref       PIC X(16).
                    *> where a posting first arrived -- batch id and
                    *> sequence; blank for the day's own batch, which
                    *> stamps its own.  A recycled or approved item
                    *> keeps the reference it came in with, so the
                    *> journal still says which batch it belongs to.
                    01 origin-ref         PIC X(16) VALUE SPACES.
                    *> transfer state: both leg images held while the
                    *> pair is checked, so neither is written until
                    *> both are known good
                    01 from-image.
                        02 from-key       PIC S9(9).
                        02 from-bal       PIC S9(7)V99.
                        02 from-sta       PIC X.
                        02 from-open      PIC X(8).
                        02 from-act       PIC X(14).
                        02 from-odl       PIC 9(7)V99.
                        02 from-ods       PIC X(8).
                        02 from-ccy       PIC X(3).
                    01 to-image.
                        02 to-key         PIC S9(9).
                        02 to-bal         PIC S9(7)V99.
                        02 to-sta         PIC X.
                        02 to-open        PIC X(8).
                        02 to-act         PIC X(14).
                        02 to-odl         PIC 9(7)V99.
                        02 to-ods         PIC X(8).
                        02 to-ccy         PIC X(3).
                    01 from-idx           PIC 9(4).
                    01 to-idx             PIC 9(4).
                    01 to-balance         PIC S9(10)V99.
                    01 to-before-balance  PIC S9(7)V99.
                    01 to-after-balance   PIC S9(7)V99.
                    01 leg-before-balance PIC S9(7)V99.
                    01 leg-after-balance  PIC S9(7)V99.
                    01 transfer-count     PIC 9(9) VALUE ZEROS.
                    *> renumber and merge state: the key on the other
                    *> side of the link the journal lines carry
                    01 link-key           PIC S9(9).
                    01 renumber-count     PIC 9(9) VALUE ZEROS.
                    01 merge-count        PIC 9(9) VALUE ZEROS.
                    01 limit-op-count     PIC 9(9) VALUE ZEROS.
                    *> update totals by operation
                    01 applied-count      PIC 9(9) VALUE ZEROS.
                    01 rejected-count     PIC 9(9) VALUE ZEROS.
                    *> DISPLAY mirrors for the report lines
                    01 key-tx             PIC +9(9).
                    01 amount-tx          PIC +9(7).99.
                    01 before-tx          PIC +9(7).99.
                    01 after-tx           PIC +9(7).99.
                    01 count-tx           PIC 9(9).
                    *> run-date header -- see fibonacci.cob's
                    *> write_report_header
                    01 elapsed-ts         PIC 9(8).
                    *> central alert routing -- see
                    *> common/alert_log.cob
                    01 al-msg-id   PIC X(8).
                    01 al-values.
                        02 al-value-1 PIC X(28).
                        02 al-value-2 PIC X(28).
                    *> run correlation id -- see common/run_corr.cob
                    01 corr-op            PIC X(3) VALUE "GET".
                    01 corr-id            PIC X(14) VALUE SPACES.
                    01 audit-outcome      PIC X(8).
            PROCEDURE DIVISION.
            mainline.
                *> the build that is running -- see
                *> common/run_version.cob
                CALL "run_version" USING BY CONTENT "SET",
                                         FUNCTION WHEN-COMPILED.
                MOVE "START" TO audit-event.
                MOVE SPACES TO audit-outcome.
                CALL "run_audit" USING audit-name, audit-event,
                PERFORM acquire_dataset_lock.
                PERFORM capture_start.
                PERFORM resolve_run_mode.
                PERFORM resolve_base_currency.
                PERFORM open_files.
                PERFORM write_report_header.
                PERFORM verify_batch_envelope.
                PERFORM check_batch_registry.
                PERFORM drop_expired_holds.
                PERFORM read_posting_checkpoint.
                MOVE "O" TO total-phase.
                PERFORM compute_master_total.
                MOVE master-total TO opening-total.
                PERFORM process_transactions.
                PERFORM process_approved_items.
                PERFORM process_recycle_input.
                MOVE "C" TO total-phase.
                PERFORM compute_master_total.
                MOVE master-total TO closing-total.
                IF trial-mode = 0 THEN
                    MOVE "Y" TO ckpt-complete-flag
                    PERFORM write_posting_checkpoint
                    PERFORM settle_pending_items
                    PERFORM register_batch
                END-IF.
                PERFORM prove_control_ledger.
                PERFORM write_totals.
                    CLOSE RECYCLE-OUT
                    CLOSE FINAL-REJECT-FILE
                END-IF.
                IF have-holds = 1 THEN
                    CLOSE HOLD-FILE
                END-IF.
                IF have-terms = 1 THEN
                    CLOSE TERM-FILE
                END-IF.
                CLOSE TRAN-FILE.
                CLOSE REPORT-FILE.
                PERFORM capture_end.
                        MOVE "COMPLETE" TO audit-outcome
                    WHEN OTHER
                        MOVE "REJECTS" TO audit-outcome
                        MOVE "BAT008" TO al-msg-id
                        MOVE "account" TO al-values
                        CALL "alert_log" USING al-msg-id,
                             audit-name, al-values
                END-EVALUATE.
                CALL "run_audit" USING audit-name, audit-event,
                                        audit-outcome.
                CALL "ds_lock" USING lk-op, lk-name, lk-mode,
                                      audit-name, lk-granted.
                IF lk-granted = 0 THEN
                    MOVE "DSN003" TO al-msg-id
                    MOVE "ACCTMAST" TO al-values
                    CALL "alert_log" USING al-msg-id, audit-name,
                                            al-values
                    MOVE "END" TO audit-event
                    MOVE "ERROR" TO audit-outcome
                    CALL "run_audit" USING audit-name, audit-event,
                MOVE "ACCTMAST" TO lk-name.
                CALL "ds_lock" USING lk-op, lk-name, lk-mode,
                                      audit-name, lk-granted.
                IF decisions-held = 1 THEN
                    MOVE "REL" TO lk-op
                    MOVE "ACCTAPRV" TO lk-name
                    CALL "ds_lock" USING lk-op, lk-name, lk-mode,
                                          audit-name, lk-granted
                END-IF.
                EXIT.

            capture_start.
                IF pm-found = 1 THEN
                    MOVE FUNCTION NUMVAL(pm-value) TO recycle-limit
                END-IF.
                *> the dual-control limit, in the base currency --
                *> no limit on PARMLIB, no parking
                MOVE "APPROVE-LIMIT" TO pm-keyword.
                MOVE SPACES TO pm-value.
                CALL "parm_lookup" USING pm-program, pm-keyword,
                                          pm-value, pm-found.
                IF pm-found = 1 AND pm-value NOT = SPACES THEN
                    MOVE FUNCTION NUMVAL(pm-value) TO approve-limit
                    MOVE 1 TO approval-on
                END-IF.
                EXIT.

            resolve_base_currency.
                MOVE "BAS" TO fx-op.
                MOVE SPACES TO fx-currency.
                CALL "fx_rate" USING fx-op, fx-currency, fx-date,
                                      fx-rate, fx-found.
                MOVE fx-currency TO base-currency.
                EXIT.

            open_files.
                IF master-file-status NOT = "00" THEN
                    DISPLAY "MASTER UPDATE: unable to open ACCTMAST, "
                            "status " master-file-status
                    MOVE "DSN001" TO al-msg-id
                    MOVE "ACCTMAST" TO al-values
                    CALL "alert_log" USING al-msg-id, audit-name,
                                            al-values
                    MOVE "END" TO audit-event
                    MOVE "ERROR" TO audit-outcome
                    CALL "run_audit" USING audit-name, audit-event,
                EXIT.

            open_tran_and_report.
                PERFORM open_hold_file.
                *> no term file means no deposits to guard
                OPEN INPUT TERM-FILE.
                IF term-file-status = "00" THEN
                    MOVE 1 TO have-terms
                END-IF.
                IF trial-mode = 0 THEN
                    OPEN OUTPUT RECYCLE-OUT
                    IF recycle-out-status NOT = "00" THEN
                        DISPLAY "MASTER UPDATE: unable to open "
                                "ACCTRCYO, status " recycle-out-status
                        MOVE "BAT010" TO al-msg-id
                        MOVE SPACES TO al-values
                        CALL "alert_log" USING al-msg-id,
                             audit-name, al-values
                    END-IF
                    OPEN OUTPUT FINAL-REJECT-FILE
                    IF final-reject-status NOT = "00" THEN
                IF tran-file-status NOT = "00" THEN
                    DISPLAY "MASTER UPDATE: unable to open ACCTTRAN, "
                            "status " tran-file-status
                    MOVE "DSN001" TO al-msg-id
                    MOVE "ACCTTRAN" TO al-values
                    CALL "alert_log" USING al-msg-id, audit-name,
                                            al-values
                    MOVE "END" TO audit-event
                    MOVE "ERROR" TO audit-outcome
                    CALL "run_audit" USING audit-name, audit-event,
                IF report-file-status NOT = "00" THEN
                    DISPLAY "MASTER UPDATE: unable to open ACCTRPT, "
                            "status " report-file-status
                    MOVE "DSN001" TO al-msg-id
                    MOVE "ACCTRPT" TO al-values
                    CALL "alert_log" USING al-msg-id, audit-name,
                                            al-values
                    MOVE "END" TO audit-event
                    MOVE "ERROR" TO audit-outcome
                    CALL "run_audit" USING audit-name, audit-event,
                END-IF.
                EXIT.

            open_hold_file.
                *> a trial reads the holds as they stand and writes
                *> nothing back; a real run creates the dataset on
                *> first use, the master's first-run convention.  No
                *> hold file at all just means no holds -- P and L
                *> then reject, and every balance is fully available.
                IF trial-mode = 1 THEN
                    OPEN INPUT HOLD-FILE
                ELSE
                    OPEN I-O HOLD-FILE
                    IF hold-file-status = "35" THEN
                        OPEN OUTPUT HOLD-FILE
                        IF hold-file-status = "00" THEN
                            CLOSE HOLD-FILE
                            OPEN I-O HOLD-FILE
                        END-IF
                    END-IF
                END-IF.
                IF hold-file-status = "00" THEN
                    MOVE 1 TO have-holds
                ELSE
                    DISPLAY "MASTER UPDATE: unable to open ACCTHOLD, "
                            "status " hold-file-status
                END-IF.
                EXIT.

            load_trial_image.
                *> the what-if works on a copy of the master held in
                *> storage -- reads come from here, writes land here,
                                    TO trial-open(trial-count)
                                MOVE mst-last-activity
                                    TO trial-act(trial-count)
                                MOVE mst-od-limit
                                    TO trial-odl(trial-count)
                                MOVE mst-od-since
                                    TO trial-ods(trial-count)
                                MOVE mst-currency
                                    TO trial-ccy(trial-count)
                            ELSE
                                MOVE 1 TO trial-eof
                                DISPLAY "MASTER UPDATE: trial image "
                                        "full at 9999 rows, master "
                                        "truncated for the what-if"
                                MOVE "ACT023" TO al-msg-id
                                MOVE SPACES TO al-values
                                CALL "alert_log" USING al-msg-id,
                                     audit-name, al-values
                            END-IF
                    END-READ
                END-PERFORM.
                        DELIMITED BY SIZE INTO report-line
                    WRITE report-line
                    DISPLAY report-line
                    MOVE "ACT020" TO al-msg-id
                    MOVE SPACES TO al-values
                    CALL "alert_log" USING al-msg-id, audit-name,
                                            al-values
                END-IF.
                EXIT.

                            MOVE 1 TO header-seen
                            MOVE thd-batch-id TO batch-id
                            MOVE thd-date TO batch-date
                            MOVE thd-submitter TO batch-submitter
                        END-IF
                    WHEN "T"
                        MOVE 1 TO trailer-seen
                DISPLAY report-line.
                EXIT.

            check_batch_registry.
                MOVE batch-id TO br-batch-id.
                MOVE batch-date TO br-created.
                MOVE detail-count TO br-count.
                MOVE amount-hash TO br-hash.
                MOVE "CHK" TO br-op.
                CALL "batch_reg" USING br-op, br-feed, br-batch-id,
                     br-created, br-count, br-hash, audit-name,
                     br-stamp, br-status.
                EVALUATE br-status
                    WHEN "DU"
                        MOVE SPACES TO report-line
                        STRING "  ENVELOPE BATCH ALREADY CONSUMED "
                               br-stamp " -- A RESEND"
                            DELIMITED BY SIZE INTO report-line
                        WRITE report-line
                        DISPLAY report-line
                        MOVE SPACES TO report-line
                        STRING "  (deliberate: PARMLIB MSTUPDT "
                               "RESEND-OK=" br-stamp " operator)"
                            DELIMITED BY SIZE INTO report-line
                        WRITE report-line
                        DISPLAY report-line
                        MOVE "BAT002" TO al-msg-id
                        MOVE "ACCTTRAN batch" TO al-values
                        PERFORM abandon_batch
                    WHEN "OV"
                        MOVE 1 TO batch-resend
                        MOVE SPACES TO report-line
                        STRING "  batch resend of " br-stamp
                               " accepted on operator override"
                            DELIMITED BY SIZE INTO report-line
                        WRITE report-line
                        DISPLAY report-line
                END-EVALUATE.
                EXIT.

            register_batch.
                IF batch-resend = 1 THEN
                    MOVE "RSN" TO br-op
                ELSE
                    MOVE "REG" TO br-op
                END-IF.
                CALL "batch_reg" USING br-op, br-feed, br-batch-id,
                     br-created, br-count, br-hash, audit-name,
                     br-stamp, br-status.
                IF br-status NOT = "OK" THEN
                    MOVE "BAT001" TO al-msg-id
                    MOVE "ACCTTRAN batch" TO al-values
                    CALL "alert_log" USING al-msg-id, audit-name,
                                            al-values
                END-IF.
                EXIT.

            fail_batch_envelope.
                MOVE "BAT003" TO al-msg-id.
                MOVE "ACCTTRAN batch" TO al-values.
                PERFORM abandon_batch.
                EXIT.

            abandon_batch.
                MOVE SPACES TO report-line.
                MOVE "  BATCH REJECTED WHOLE -- NOTHING APPLIED"
                    TO report-line.
                WRITE report-line.
                DISPLAY report-line.
                CALL "alert_log" USING al-msg-id, audit-name,
                                        al-values.
                MOVE "END" TO audit-event.
                MOVE "ERROR" TO audit-outcome.
                CALL "run_audit" USING audit-name, audit-event,
                IF trial-mode = 0 THEN
                    CLOSE MASTER-FILE
                END-IF.
                IF have-holds = 1 THEN
                    CLOSE HOLD-FILE
                END-IF.
                IF have-terms = 1 THEN
                    CLOSE TERM-FILE
                END-IF.
                CLOSE TRAN-FILE.
                CLOSE REPORT-FILE.
                PERFORM release_dataset_lock.
                    PERFORM VARYING trial-idx FROM 1 BY 1
                            UNTIL trial-idx > trial-count
                        ADD trial-bal(trial-idx) TO master-total
                        MOVE trial-ccy(trial-idx) TO ccy-work
                        MOVE trial-bal(trial-idx) TO mst-bal
                        PERFORM total_by_currency
                    END-PERFORM
                    EXIT PARAGRAPH
                END-IF.
                            MOVE 1 TO total-eof
                        NOT AT END
                            ADD mst-bal TO master-total
                            MOVE mst-currency TO ccy-work
                            PERFORM total_by_currency
                    END-READ
                END-PERFORM.
                CLOSE MASTER-FILE.
                    DISPLAY "MASTER UPDATE: unable to reopen "
                            "ACCTMAST for update, status "
                            master-file-status
                    MOVE "ACT003" TO al-msg-id
                    MOVE SPACES TO al-values
                    CALL "alert_log" USING al-msg-id, audit-name,
                                            al-values
                    MOVE "END" TO audit-event
                    MOVE "ERROR" TO audit-outcome
                    CALL "run_audit" USING audit-name, audit-event,
                END-IF.
                EXIT.

            total_by_currency.
                *> ccy-work and mst-bal hold the account's currency
                *> and balance; the phase says which column they add
                *> to
                PERFORM find_currency_slot.
                IF total-phase = "O" THEN
                    ADD mst-bal TO cy-opening(ccy-idx)
                ELSE
                    ADD mst-bal TO cy-closing(ccy-idx)
                END-IF.
                EXIT.

            find_currency_slot.
                IF ccy-work = SPACES THEN
                    MOVE base-currency TO ccy-work
                END-IF.
                MOVE 0 TO ccy-found.
                PERFORM VARYING ccy-idx FROM 1 BY 1
                        UNTIL ccy-idx > ccy-count OR ccy-found = 1
                    IF cy-code(ccy-idx) = ccy-work THEN
                        MOVE 1 TO ccy-found
                    END-IF
                END-PERFORM.
                IF ccy-found = 1 THEN
                    SUBTRACT 1 FROM ccy-idx
                    EXIT PARAGRAPH
                END-IF.
                IF ccy-count >= 100 THEN
                    MOVE ccy-count TO ccy-idx
                    EXIT PARAGRAPH
                END-IF.
                ADD 1 TO ccy-count.
                MOVE ccy-count TO ccy-idx.
                MOVE ccy-work TO cy-code(ccy-idx).
                MOVE 0 TO cy-opening(ccy-idx).
                MOVE 0 TO cy-net(ccy-idx).
                MOVE 0 TO cy-closing(ccy-idx).
                MOVE 0 TO cy-rate(ccy-idx).
                MOVE 0 TO cy-rated(ccy-idx).
                MOVE 0 TO cy-base(ccy-idx).
                IF ccy-work NOT = base-currency THEN
                    MOVE 1 TO foreign-held
                END-IF.
                EXIT.

            prove_control_ledger.
                *> the accounting-grade proof: what the master held
                *> before, plus the net of what was applied, must be
                END-IF.
                WRITE report-line.
                DISPLAY report-line.
                PERFORM prove_by_currency.
                IF trial-mode = 0 THEN
                    PERFORM write_ledger_entry
                END-IF.
                IF ledger-broken = 1 THEN
                    MOVE "ACT013" TO al-msg-id
                    MOVE SPACES TO al-values
                    CALL "alert_log" USING al-msg-id, audit-name,
                                            al-values
                END-IF.
                EXIT.

            prove_by_currency.
                *> each currency's own proof, and its closing total
                *> at the day's rate.  A master all in the base
                *> currency prints nothing more here -- the one
                *> currency's figures are the whole-master figures.
                MOVE 0 TO base-closing-total.
                PERFORM VARYING ccy-idx FROM 1 BY 1
                        UNTIL ccy-idx > ccy-count
                    MOVE "GET" TO fx-op
                    MOVE cy-code(ccy-idx) TO fx-currency
                    MOVE pd-date TO fx-date
                    CALL "fx_rate" USING fx-op, fx-currency, fx-date,
                                          fx-rate, fx-found
                    MOVE fx-rate TO cy-rate(ccy-idx)
                    MOVE fx-found TO cy-rated(ccy-idx)
                    COMPUTE cy-base(ccy-idx) ROUNDED =
                        cy-closing(ccy-idx) * cy-rate(ccy-idx)
                    ADD cy-base(ccy-idx) TO base-closing-total
                    IF cy-opening(ccy-idx) + cy-net(ccy-idx)
                       NOT = cy-closing(ccy-idx) THEN
                        MOVE 1 TO ledger-broken
                    END-IF
                    IF foreign-held = 1 THEN
                        PERFORM report_currency_proof
                    END-IF
                END-PERFORM.
                IF foreign-held = 1 THEN
                    MOVE base-closing-total TO total-tx
                    MOVE SPACES TO report-line
                    STRING "base equivalent: " total-tx " "
                           base-currency
                        DELIMITED BY SIZE INTO report-line
                    WRITE report-line
                    DISPLAY report-line
                END-IF.
                EXIT.

            report_currency_proof.
                MOVE cy-opening(ccy-idx) TO total-tx.
                MOVE cy-net(ccy-idx) TO net-tx.
                MOVE SPACES TO report-line.
                STRING "  " cy-code(ccy-idx) " open " total-tx
                       " net " net-tx
                    DELIMITED BY SIZE INTO report-line.
                WRITE report-line.
                DISPLAY report-line.
                MOVE cy-closing(ccy-idx) TO total-tx.
                MOVE cy-rate(ccy-idx) TO rate-tx.
                MOVE cy-base(ccy-idx) TO net-tx.
                MOVE SPACES TO report-line.
                STRING "      close " total-tx " at " rate-tx
                       " = " net-tx " " base-currency
                    DELIMITED BY SIZE INTO report-line.
                WRITE report-line.
                DISPLAY report-line.
                IF cy-opening(ccy-idx) + cy-net(ccy-idx)
                   NOT = cy-closing(ccy-idx) THEN
                    MOVE SPACES TO report-line
                    STRING "      ** " cy-code(ccy-idx)
                           " PROOF DOES NOT HOLD **"
                        DELIMITED BY SIZE INTO report-line
                    WRITE report-line
                    DISPLAY report-line
                END-IF.
                IF cy-rated(ccy-idx) = 0 THEN
                    MOVE SPACES TO report-line
                    STRING "      ** NO FX RATE FOR " cy-code(ccy-idx)
                           " ON " pd-date " **"
                        DELIMITED BY SIZE INTO report-line
                    WRITE report-line
                    DISPLAY report-line
                    MOVE "ACT014" TO al-msg-id
                    MOVE SPACES TO al-values
                    CALL "alert_log" USING al-msg-id, audit-name,
                                            al-values
                END-IF.
                EXIT.

                IF ledger-file-status NOT = "00" THEN
                    DISPLAY "MASTER UPDATE: unable to write "
                            "ACCTLDGR, status " ledger-file-status
                    MOVE "DSN007" TO al-msg-id
                    MOVE "ACCTLDGR" TO al-values
                    CALL "alert_log" USING al-msg-id, audit-name,
                                            al-values
                    EXIT PARAGRAPH
                END-IF.
                MOVE SPACES TO ledger-record.
                ELSE
                    MOVE "FAIL" TO ldg-verdict
                END-IF.
                MOVE base-closing-total TO ldg-base-closing.
                WRITE ledger-record.
                PERFORM VARYING ccy-idx FROM 1 BY 1
                        UNTIL ccy-idx > ccy-count
                    MOVE cy-code(ccy-idx) TO ldg-currency
                    MOVE cy-opening(ccy-idx) TO ldg-opening
                    MOVE cy-net(ccy-idx) TO ldg-net
                    MOVE cy-closing(ccy-idx) TO ldg-closing
                    MOVE cy-rate(ccy-idx) TO ldg-rate
                    MOVE cy-base(ccy-idx) TO ldg-base-closing
                    IF cy-opening(ccy-idx) + cy-net(ccy-idx)
                       = cy-closing(ccy-idx) THEN
                        MOVE "OK" TO ldg-verdict
                    ELSE
                        MOVE "FAIL" TO ldg-verdict
                    END-IF
                    WRITE ledger-record
                END-PERFORM.
                CLOSE LEDGER-FILE.
                EXIT.

                    ADD 1 TO skipped-resumed
                    EXIT PARAGRAPH
                END-IF.
                *> test-only crash points, either side of the
                *> posting -- see common/fault_point.cob
                CALL "fault_point" USING audit-name, BY CONTENT "R".
                PERFORM apply_one_transaction.
                IF trial-mode = 0 THEN
                    MOVE "N" TO ckpt-complete-flag
                    PERFORM write_posting_checkpoint
                    CALL "fault_point" USING audit-name,
                                             BY CONTENT "C"
                END-IF.
                EXIT.

                            MOVE rci-key TO trn-key
                            MOVE rci-amount TO trn-amount
                            MOVE rci-attempts TO current-attempts
                            MOVE rci-detail TO trn-detail
                            MOVE rci-currency TO trn-currency
                            MOVE rci-ref TO origin-ref
                            PERFORM apply_numbered_transaction
                    END-READ
                END-PERFORM.
                MOVE SPACES TO origin-ref.
                CLOSE RECYCLE-IN.
                EXIT.

            process_approved_items.
                *> the parked items a second operator has decided
                *> since the last run: approved ones post now, ahead
                *> of the recycled rejects, declined ones are listed
                *> and dropped.  No decisions, nothing to do.
                PERFORM load_decisions.
                IF dcn-count = 0 THEN
                    EXIT PARAGRAPH
                END-IF.
                OPEN INPUT PENDING-FILE.
                IF pending-file-status NOT = "00" THEN
                    EXIT PARAGRAPH
                END-IF.
                MOVE 0 TO pending-eof.
                PERFORM UNTIL pending-eof = 1
                    READ PENDING-FILE
                        AT END
                            MOVE 1 TO pending-eof
                        NOT AT END
                            PERFORM take_decided_item
                    END-READ
                END-PERFORM.
                CLOSE PENDING-FILE.
                EXIT.

            load_decisions.
                *> a real run holds ACCTAPRV from here to the settle
                *> pass, so no decision lands between the reading and
                *> the emptying; if acct_approve has it this moment
                *> the decisions simply wait for the next run
                IF trial-mode = 0 THEN
                    MOVE "ACQ" TO lk-op
                    MOVE "ACCTAPRV" TO lk-name
                    MOVE "E" TO lk-mode
                    CALL "ds_lock" USING lk-op, lk-name, lk-mode,
                                          audit-name, lk-granted
                    IF lk-granted = 0 THEN
                        MOVE "ACT001" TO al-msg-id
                        MOVE "ACCTAPRV" TO al-values
                        CALL "alert_log" USING al-msg-id,
                             audit-name, al-values
                        EXIT PARAGRAPH
                    END-IF
                    MOVE 1 TO decisions-held
                END-IF.
                OPEN INPUT DECISION-FILE.
                IF decision-file-status NOT = "00" THEN
                    EXIT PARAGRAPH
                END-IF.
                MOVE 0 TO pending-eof.
                PERFORM UNTIL pending-eof = 1
                    READ DECISION-FILE
                        AT END
                            MOVE 1 TO pending-eof
                        NOT AT END
                            IF dcn-count < 2000 THEN
                                ADD 1 TO dcn-count
                                MOVE dcs-item TO dc-item(dcn-count)
                                MOVE dcs-decision
                                    TO dc-decision(dcn-count)
                                MOVE dcs-operator
                                    TO dc-operator(dcn-count)
                            END-IF
                    END-READ
                END-PERFORM.
                CLOSE DECISION-FILE.
                EXIT.

            find_decision.
                MOVE 0 TO dcn-found.
                PERFORM VARYING dcn-idx FROM 1 BY 1
                        UNTIL dcn-idx > dcn-count OR dcn-found = 1
                    IF dc-item(dcn-idx) = pnd-item THEN
                        MOVE 1 TO dcn-found
                    END-IF
                END-PERFORM.
                IF dcn-found = 1 THEN
                    SUBTRACT 1 FROM dcn-idx
                END-IF.
                EXIT.

            take_decided_item.
                PERFORM find_decision.
                IF dcn-found = 0 THEN
                    EXIT PARAGRAPH
                END-IF.
                IF dc-decision(dcn-idx) NOT = "A" THEN
                    ADD 1 TO declined-count
                    MOVE pnd-key TO key-tx
                    MOVE pnd-amount TO amount-tx
                    MOVE SPACES TO report-line
                    STRING "  DECLINED " pnd-op " key " key-tx
                           " amount " amount-tx
                           " by " dc-operator(dcn-idx)
                           " -- " pnd-batch "/" pnd-seq
                        DELIMITED BY SIZE INTO report-line
                    WRITE report-line
                    DISPLAY report-line
                    EXIT PARAGRAPH
                END-IF.
                ADD 1 TO approved-in-count.
                MOVE SPACES TO tran-record.
                MOVE pnd-op TO trn-op.
                MOVE pnd-key TO trn-key.
                MOVE pnd-amount TO trn-amount.
                MOVE pnd-detail TO trn-detail.
                MOVE pnd-currency TO trn-currency.
                MOVE 0 TO current-attempts.
                MOVE 1 TO approved-item.
                MOVE SPACES TO origin-ref.
                STRING pnd-batch pnd-seq
                    DELIMITED BY SIZE INTO origin-ref.
                PERFORM apply_numbered_transaction.
                MOVE 0 TO approved-item.
                MOVE SPACES TO origin-ref.
                EXIT.

            settle_pending_items.
                *> only once the run is checkpointed complete: the
                *> decided items leave ACCTPEND (copied through the
                *> ACCTPNDW work file, so the items parked this very
                *> run stay) and the spent decisions are emptied
                IF decisions-held = 0 OR dcn-count = 0 THEN
                    EXIT PARAGRAPH
                END-IF.
                OPEN INPUT PENDING-FILE.
                IF pending-file-status = "00" THEN
                    OPEN OUTPUT PENDING-WORK
                    MOVE 0 TO pending-eof
                    PERFORM UNTIL pending-eof = 1
                        READ PENDING-FILE
                            AT END
                                MOVE 1 TO pending-eof
                            NOT AT END
                                PERFORM find_decision
                                IF dcn-found = 0 THEN
                                    WRITE pending-work-record
                                        FROM pending-record
                                END-IF
                        END-READ
                    END-PERFORM
                    CLOSE PENDING-FILE
                    CLOSE PENDING-WORK
                    OPEN INPUT PENDING-WORK
                    OPEN OUTPUT PENDING-FILE
                    MOVE 0 TO pending-eof
                    PERFORM UNTIL pending-eof = 1
                        READ PENDING-WORK
                            AT END
                                MOVE 1 TO pending-eof
                            NOT AT END
                                WRITE pending-record
                                    FROM pending-work-record
                        END-READ
                    END-PERFORM
                    CLOSE PENDING-WORK
                    CLOSE PENDING-FILE
                END-IF.
                OPEN OUTPUT DECISION-FILE.
                CLOSE DECISION-FILE.
                EXIT.

            check_needs_approval.
                *> dual control: a money posting above the approval
                *> limit, or anything at all against a frozen
                *> account, waits for a second operator, and so does
                *> a C on an account with an item already waiting.
                *> An item coming back approved is not asked again.
                MOVE SPACES TO park-reason.
                IF approval-on = 0 OR approved-item = 1 THEN
                    EXIT PARAGRAPH
                END-IF.
                IF trn-op = "A" OR trn-op = "R" OR trn-op = "J" THEN
                    PERFORM value_for_approval
                    IF park-reason NOT = SPACES THEN
                        EXIT PARAGRAPH
                    END-IF
                    IF approval-amount > approve-limit THEN
                        MOVE "OVER THE APPROVAL LIMIT" TO park-reason
                        EXIT PARAGRAPH
                    END-IF
                END-IF.
                IF trn-op = "A" THEN
                    EXIT PARAGRAPH
                END-IF.
                IF trn-op = "C" THEN
                    PERFORM check_waiting_items
                    IF waiting-found = 1 THEN
                        MOVE "EARLIER ITEM ON ACCOUNT PARKED"
                            TO park-reason
                        EXIT PARAGRAPH
                    END-IF
                END-IF.
                MOVE trn-key TO mst-key.
                PERFORM read_for_approval.
                IF master-file-status = "00" AND mst-status = "F" THEN
                    MOVE "ACCOUNT IS FROZEN" TO park-reason
                    EXIT PARAGRAPH
                END-IF.
                IF trn-op = "X" OR trn-op = "M" THEN
                    MOVE trn-to-key TO mst-key
                    PERFORM read_for_approval
                    IF master-file-status = "00"
                       AND mst-status = "F" THEN
                        MOVE "TO ACCOUNT IS FROZEN" TO park-reason
                    END-IF
                END-IF.
                EXIT.

            check_waiting_items.
                *> a C closes an account acct_disburse has just paid
                *> out with a J.  If that J -- or anything else on the
                *> account -- is still waiting for a second operator,
                *> the C waits behind it, to be released after it,
                *> rather than reject on the balance the J has not
                *> yet taken off.
                MOVE 0 TO waiting-found.
                PERFORM VARYING pk-idx FROM 1 BY 1
                        UNTIL pk-idx > pk-count OR waiting-found = 1
                    IF pk-key(pk-idx) = trn-key THEN
                        MOVE 1 TO waiting-found
                    END-IF
                END-PERFORM.
                IF waiting-found = 1 THEN
                    EXIT PARAGRAPH
                END-IF.
                *> parked on an earlier run and not yet decided
                OPEN INPUT PENDING-FILE.
                IF pending-file-status NOT = "00" THEN
                    EXIT PARAGRAPH
                END-IF.
                MOVE 0 TO pending-eof.
                PERFORM UNTIL pending-eof = 1 OR waiting-found = 1
                    READ PENDING-FILE
                        AT END
                            MOVE 1 TO pending-eof
                        NOT AT END
                            IF pnd-key = trn-key THEN
                                PERFORM find_decision
                                IF dcn-found = 0 THEN
                                    MOVE 1 TO waiting-found
                                END-IF
                            END-IF
                    END-READ
                END-PERFORM.
                CLOSE PENDING-FILE.
                EXIT.

            value_for_approval.
                IF trn-amount < 0 THEN
                    COMPUTE approval-amount = 0 - trn-amount
                ELSE
                    MOVE trn-amount TO approval-amount
                END-IF.
                IF tran-currency = base-currency THEN
                    EXIT PARAGRAPH
                END-IF.
                MOVE "GET" TO fx-op.
                MOVE tran-currency TO fx-currency.
                MOVE pd-date TO fx-date.
                CALL "fx_rate" USING fx-op, fx-currency, fx-date,
                                      fx-rate, fx-found.
                IF fx-found = 0 THEN
                    MOVE "NO FX RATE TO VALUE THE AMOUNT"
                        TO park-reason
                ELSE
                    COMPUTE approval-amount ROUNDED =
                        approval-amount * fx-rate
                END-IF.
                EXIT.

            read_for_approval.
                IF trial-mode = 1 THEN
                    PERFORM trial_read_by_key
                ELSE
                    READ MASTER-FILE
                END-IF.
                EXIT.

            park_transaction.
                *> a trial lists what would park and writes nothing;
                *> an item that cannot be parked rejects instead, so
                *> it recycles rather than vanishing
                ADD 1 TO parked-count.
                MOVE trn-key TO key-tx.
                MOVE trn-amount TO amount-tx.
                MOVE SPACES TO report-line.
                STRING "  PARKED   " trn-op " key " key-tx
                       " amount " amount-tx
                       " -- " park-reason
                    DELIMITED BY SIZE INTO report-line.
                WRITE report-line.
                DISPLAY report-line.
                IF trial-mode = 1 THEN
                    PERFORM note_parked_key
                    EXIT PARAGRAPH
                END-IF.
                OPEN EXTEND PENDING-FILE.
                IF pending-file-status NOT = "00" THEN
                    OPEN OUTPUT PENDING-FILE
                END-IF.
                IF pending-file-status NOT = "00" THEN
                    SUBTRACT 1 FROM parked-count
                    MOVE "UNABLE TO PARK FOR APPROVAL"
                        TO reject-reason
                    EXIT PARAGRAPH
                END-IF.
                MOVE SPACES TO pending-record.
                MOVE batch-id TO pnd-batch.
                MOVE pd-date TO pnd-parked.
                MOVE tran-seq TO pnd-seq.
                MOVE batch-submitter TO pnd-submitter.
                MOVE park-reason TO pnd-reason.
                MOVE trn-op TO pnd-op.
                MOVE trn-key TO pnd-key.
                MOVE trn-amount TO pnd-amount.
                MOVE trn-detail TO pnd-detail.
                MOVE trn-currency TO pnd-currency.
                WRITE pending-record.
                CLOSE PENDING-FILE.
                PERFORM note_parked_key.
                EXIT.

            note_parked_key.
                IF pk-count < 500 THEN
                    ADD 1 TO pk-count
                    MOVE trn-key TO pk-key(pk-count)
                END-IF.
                EXIT.

            route_reject.
                *> every reject lands somewhere it can be acted on:
                *> back on the recycle file for another run, or --
                        MOVE trn-amount TO rco-amount
                        MOVE reject-reason TO rco-reason
                        MOVE next-attempts TO rco-attempts
                        MOVE trn-detail TO rco-detail
                        MOVE trn-currency TO rco-currency
                        MOVE mutation-ref TO rco-ref
                        WRITE recycle-out-record
                        ADD 1 TO recycled-out-count
                    END-IF
                MOVE 0 TO after-balance.
                MOVE SPACES TO before-status.
                MOVE SPACES TO after-status.
                MOVE trn-key TO mutation-key.
                MOVE SPACES TO mutation-ref.
                IF origin-ref = SPACES THEN
                    STRING batch-id tran-seq(2:8)
                        DELIMITED BY SIZE INTO mutation-ref
                ELSE
                    MOVE origin-ref TO mutation-ref
                END-IF.
                IF trn-currency = SPACES THEN
                    MOVE base-currency TO tran-currency
                ELSE
                    MOVE FUNCTION UPPER-CASE(trn-currency)
                        TO tran-currency
                END-IF.
                MOVE tran-currency TO acct-currency.
                PERFORM check_needs_approval.
                IF park-reason NOT = SPACES THEN
                    PERFORM park_transaction
                    IF reject-reason = SPACES THEN
                        EXIT PARAGRAPH
                    END-IF
                    ADD 1 TO rejected-count
                    PERFORM report_rejected
                    EXIT PARAGRAPH
                END-IF.
                EVALUATE trn-op
                    WHEN "H"
                        *> the envelope pre-pass already took these
                        PERFORM apply_status_change
                    WHEN "O"
                        PERFORM apply_status_change
                    WHEN "P"
                        PERFORM apply_place_hold
                    WHEN "L"
                        PERFORM apply_lift_hold
                    WHEN "X"
                        PERFORM apply_transfer
                    WHEN "K"
                        PERFORM apply_set_limit
                    WHEN "V"
                        PERFORM apply_reversal
                    WHEN "N"
                        PERFORM apply_renumber
                    WHEN "M"
                        PERFORM apply_merge
                    WHEN OTHER
                        MOVE "UNKNOWN OPERATION CODE" TO reject-reason
                END-EVALUATE.
                    ADD 1 TO applied-count
                    COMPUTE net-applied = net-applied
                        + after-balance - before-balance
                    MOVE acct-currency TO ccy-work
                    PERFORM find_currency_slot
                    COMPUTE cy-net(ccy-idx) = cy-net(ccy-idx)
                        + after-balance - before-balance
                    PERFORM report_applied
                ELSE
                    ADD 1 TO rejected-count
                ELSE
                    READ MASTER-FILE
                END-IF.
                IF master-file-status = "00" THEN
                    IF mst-currency = SPACES THEN
                        MOVE base-currency TO acct-currency
                    ELSE
                        MOVE mst-currency TO acct-currency
                    END-IF
                END-IF.
                EXIT.

            check_currency.
                *> the amount must be in the account's own currency
                *> -- nothing converts on the way in
                IF acct-currency NOT = tran-currency THEN
                    MOVE "CURRENCY DOES NOT MATCH ACCOUNT"
                        TO reject-reason
                END-IF.
                EXIT.

            *> the trial twins of the keyed master verbs: same
                        MOVE trial-open(trial-idx) TO mst-open-date
                        MOVE trial-act(trial-idx)
                            TO mst-last-activity
                        MOVE trial-odl(trial-idx) TO mst-od-limit
                        MOVE trial-ods(trial-idx) TO mst-od-since
                        MOVE trial-ccy(trial-idx) TO mst-currency
                    END-IF
                END-PERFORM.
                IF trial-found = 1 THEN
                            TO trial-open(trial-count)
                        MOVE mst-last-activity
                            TO trial-act(trial-count)
                        MOVE mst-od-limit TO trial-odl(trial-count)
                        MOVE mst-od-since TO trial-ods(trial-count)
                        MOVE mst-currency TO trial-ccy(trial-count)
                        MOVE "00" TO master-file-status
                    ELSE
                        MOVE "99" TO master-file-status
                    MOVE mst-bal TO trial-bal(trial-idx)
                    MOVE mst-status TO trial-sta(trial-idx)
                    MOVE mst-last-activity TO trial-act(trial-idx)
                    MOVE mst-od-limit TO trial-odl(trial-idx)
                    MOVE mst-od-since TO trial-ods(trial-idx)
                    MOVE "00" TO master-file-status
                END-IF.
                EXIT.
                EXIT.

            apply_add.
                *> a new account is only opened on a key that
                *> carries its own check digit -- every later
                *> posting is checked against it upstream
                MOVE trn-key TO kc-key.
                CALL "key_check" USING kc-op, kc-key, kc-ok.
                IF kc-ok = 0 THEN
                    MOVE "KEY CHECK DIGIT INVALID" TO reject-reason
                    EXIT PARAGRAPH
                END-IF.
                IF trn-key = 0 AND trn-open-category NOT = SPACES THEN
                    MOVE trn-open-category TO ka-category
                    PERFORM allocate_account_key
                    IF reject-reason NOT = SPACES THEN
                        EXIT PARAGRAPH
                    END-IF
                    MOVE ka-key TO trn-key
                    MOVE ka-key TO mutation-key
                END-IF.
                PERFORM read_master_by_key.
                IF master-file-status = "00" THEN
                    *> a closed key is still on file, and an A does
                    END-IF
                ELSE
                    MOVE trn-key TO mst-key
                    MOVE "GET" TO fx-op
                    MOVE tran-currency TO fx-currency
                    MOVE pd-date TO fx-date
                    CALL "fx_rate" USING fx-op, fx-currency, fx-date,
                                          fx-rate, fx-found
                    EVALUATE TRUE
                        WHEN trn-amount < 0
                            MOVE "NEGATIVE OPENING BALANCE"
                                TO reject-reason
                        WHEN fx-found = 0
                            MOVE "NO FX RATE FOR CURRENCY"
                                TO reject-reason
                        WHEN OTHER
                            CONTINUE
                    END-EVALUATE
                    IF reject-reason = SPACES THEN
                        MOVE trn-key TO ka-key
                        PERFORM register_key_use
                    END-IF
                    IF reject-reason = SPACES THEN
                        MOVE trn-amount TO mst-bal
                        MOVE "O" TO mst-status
                        *> a new account has no overdraft until a K
                        *> agrees one
                        MOVE 0 TO mst-od-limit
                        MOVE SPACES TO mst-od-since
                        MOVE tran-currency TO mst-currency
                        MOVE FUNCTION CURRENT-DATE TO datetime
                        MOVE datetime(1:8) TO mst-open-date
                        MOVE datetime(1:14) TO mst-last-activity
                END-IF.
                EXIT.

            allocate_account_key.
                *> the next number in ka-category's range, in ka-key
                *> -- the caller writes it back into the transaction,
                *> so the report, the journal and a recycled reject
                *> all carry the number actually allocated.  A trial
                *> run only looks at the number it would get.
                IF trial-mode = 1 THEN
                    MOVE "PEK" TO ka-op
                ELSE
                    MOVE "ALC" TO ka-op
                END-IF.
                MOVE 0 TO ka-key.
                CALL "key_alloc" USING ka-op, ka-category, audit-name,
                                        ka-key, ka-status.
                EVALUATE ka-status
                    WHEN "OK"
                        CONTINUE
                    WHEN "NR"
                        MOVE "NO KEY RANGE FOR CATEGORY"
                            TO reject-reason
                    WHEN "EX"
                        MOVE "KEY RANGE EXHAUSTED" TO reject-reason
                    WHEN "NS"
                        MOVE "KEY REGISTER NOT LOADED"
                            TO reject-reason
                    WHEN "LK"
                        MOVE "KEY ALLOCATION LOCKED" TO reject-reason
                    WHEN OTHER
                        MOVE "KEY ALLOCATION FAILED" TO reject-reason
                END-EVALUATE.
                EXIT.

            register_key_use.
                *> a number that has ever existed is not opened
                *> again, allocated or keyed by hand -- ka-key is the
                *> number being taken into use
                IF trial-mode = 1 THEN
                    MOVE "ASK" TO ka-op
                ELSE
                    MOVE "USE" TO ka-op
                END-IF.
                MOVE SPACES TO ka-category.
                CALL "key_alloc" USING ka-op, ka-category, audit-name,
                                        ka-key, ka-status.
                EVALUATE ka-status
                    WHEN "RU"
                        MOVE "KEY USED BEFORE - NOT REISSUED"
                            TO reject-reason
                    WHEN "LK"
                        MOVE "KEY REGISTER LOCKED" TO reject-reason
                    WHEN OTHER
                        CONTINUE
                END-EVALUATE.
                EXIT.

            apply_replace.
                PERFORM read_master_by_key.
                IF master-file-status NOT = "00" THEN
                    MOVE "KEY NOT ON MASTER" TO reject-reason
                    EXIT PARAGRAPH
                END-IF.
                PERFORM check_posting_status.
                IF reject-reason = SPACES THEN
                    PERFORM check_currency
                END-IF.
                IF reject-reason NOT = SPACES THEN
                    EXIT PARAGRAPH
                END-IF.
                MOVE mst-bal TO before-balance.
                IF trn-amount + mst-od-limit < 0 THEN
                    MOVE "REPLACEMENT PASSES OVERDRAFT LIMIT"
                        TO reject-reason
                ELSE
                    MOVE trn-amount TO mst-bal
                    EXIT PARAGRAPH
                END-IF.
                PERFORM check_posting_status.
                IF reject-reason = SPACES THEN
                    PERFORM check_currency
                END-IF.
                IF reject-reason NOT = SPACES THEN
                    EXIT PARAGRAPH
                END-IF.
                MOVE mst-bal TO before-balance.
                COMPUTE adjusted-balance = mst-bal + trn-amount.
                *> only a debit has to fit inside what is available
                *> -- balance plus overdraft limit, less the active
                *> holds.  A credit never makes an account worse off,
                *> so one still posts to an account already past a
                *> limit that has since been lowered.
                MOVE 0 TO hold-total.
                IF trn-amount < 0 THEN
                    MOVE trn-key TO holds-key
                    PERFORM sum_account_holds
                END-IF.
                EVALUATE TRUE
                    WHEN trn-amount < 0
                         AND adjusted-balance + mst-od-limit < 0
                        MOVE "DEBIT PASSES OVERDRAFT LIMIT"
                            TO reject-reason
                    WHEN trn-amount < 0
                         AND adjusted-balance + mst-od-limit
                             < hold-total
                        MOVE "DEBIT EXCEEDS AVAILABLE BALANCE"
                            TO reject-reason
                    WHEN adjusted-balance > 9999999.99
                        MOVE "ADJUSTMENT OVERFLOWS BALANCE"
                                TO reject-reason
                        ELSE
                            MOVE mst-bal TO after-balance
                            IF trn-op = "V" THEN
                                ADD 1 TO reversal-count
                            ELSE
                                ADD 1 TO adjust-count
                            END-IF
                            PERFORM journal_mutation
                        END-IF
                END-EVALUATE.
                EXIT.

            apply_reversal.
                *> a V takes back one J posting, named by its ACCTJRN
                *> timestamp and reference sequence under the same
                *> account key.  The inverse of the original movement
                *> posts through apply_adjust, in the original's
                *> currency, so a reversal meets every rule a J does
                *> -- the account still open and not frozen, a debit
                *> inside the limit and the holds.  A posting already
                *> reversed, or one dated in a period acct_close has
                *> closed, is refused.  Once posted the original is
                *> marked on ACCTREVS so it cannot be reversed again.
                PERFORM find_original_posting.
                IF reject-reason = SPACES THEN
                    PERFORM check_not_reversed
                END-IF.
                IF reject-reason = SPACES THEN
                    PERFORM check_original_period
                END-IF.
                IF reject-reason NOT = SPACES THEN
                    EXIT PARAGRAPH
                END-IF.
                COMPUTE trn-amount = orig-before - orig-after.
                IF orig-currency = SPACES THEN
                    MOVE base-currency TO tran-currency
                ELSE
                    MOVE orig-currency TO tran-currency
                END-IF.
                MOVE tran-currency TO acct-currency.
                PERFORM apply_adjust.
                IF reject-reason = SPACES THEN
                    PERFORM mark_original_reversed
                END-IF.
                EXIT.

            find_original_posting.
                *> the journal is opened and closed on every append,
                *> so a read-only pass here sees every line written
                *> so far -- this run's included
                MOVE "ORIGINAL POSTING NOT FOUND" TO reject-reason.
                OPEN INPUT JOURNAL-READ.
                IF journal-read-status NOT = "00" THEN
                    EXIT PARAGRAPH
                END-IF.
                MOVE 0 TO journal-read-eof.
                PERFORM UNTIL journal-read-eof = 1
                    READ JOURNAL-READ
                        AT END
                            MOVE 1 TO journal-read-eof
                        NOT AT END
                            IF jrd-timestamp = trn-rev-timestamp
                               AND jrd-reference(9:8) = trn-rev-seq
                               AND jrd-rec-key = trn-key THEN
                                MOVE 1 TO journal-read-eof
                                MOVE jrd-rec-op TO orig-op
                                MOVE jrd-before-bal TO orig-before
                                MOVE jrd-after-bal TO orig-after
                                MOVE jrd-currency TO orig-currency
                                MOVE SPACES TO reject-reason
                            END-IF
                    END-READ
                END-PERFORM.
                CLOSE JOURNAL-READ.
                *> only a plain adjustment has a clean inverse -- a
                *> replace, a transfer leg or a reversal itself does
                *> not, and is taken back by its own kind of posting
                IF reject-reason = SPACES AND orig-op NOT = "J" THEN
                    MOVE "ONLY A J POSTING REVERSES" TO reject-reason
                END-IF.
                EXIT.

            check_not_reversed.
                *> no ACCTREVS yet means nothing was ever reversed
                OPEN INPUT REVERSAL-FILE.
                IF reversal-file-status = "35" THEN
                    EXIT PARAGRAPH
                END-IF.
                IF reversal-file-status NOT = "00" THEN
                    MOVE "REVERSAL REGISTER UNAVAILABLE"
                        TO reject-reason
                    EXIT PARAGRAPH
                END-IF.
                MOVE trn-rev-timestamp TO rvs-orig-ts.
                MOVE trn-rev-seq TO rvs-orig-seq.
                MOVE trn-key TO rvs-acct.
                READ REVERSAL-FILE
                    INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        MOVE "POSTING ALREADY REVERSED"
                            TO reject-reason
                END-READ.
                CLOSE REVERSAL-FILE.
                EXIT.

            check_original_period.
                *> a closed month's figures are final -- the original
                *> stands, and any correction posts as a fresh J in
                *> the open period
                OPEN INPUT CLOSED-FILE.
                IF closed-file-status NOT = "00" THEN
                    EXIT PARAGRAPH
                END-IF.
                MOVE 0 TO closed-eof.
                PERFORM UNTIL closed-eof = 1
                    READ CLOSED-FILE
                        AT END
                            MOVE 1 TO closed-eof
                        NOT AT END
                            IF cls-period = trn-rev-timestamp(1:6) THEN
                                MOVE "ORIGINAL PERIOD IS CLOSED"
                                    TO reject-reason
                            END-IF
                    END-READ
                END-PERFORM.
                CLOSE CLOSED-FILE.
                EXIT.

            mark_original_reversed.
                *> a trial writes no mark, the way it writes no
                *> journal line; a real run creates ACCTREVS on the
                *> first reversal ever, the master's first-run
                *> convention.  A mark that cannot be written leaves
                *> the posting in place and says so loudly -- the
                *> original could otherwise be reversed twice.
                IF trial-mode = 1 THEN
                    EXIT PARAGRAPH
                END-IF.
                OPEN I-O REVERSAL-FILE.
                IF reversal-file-status = "35" THEN
                    OPEN OUTPUT REVERSAL-FILE
                    IF reversal-file-status = "00" THEN
                        CLOSE REVERSAL-FILE
                        OPEN I-O REVERSAL-FILE
                    END-IF
                END-IF.
                IF reversal-file-status NOT = "00" THEN
                    DISPLAY "MASTER UPDATE: unable to open ACCTREVS, "
                            "status " reversal-file-status
                    MOVE "DSN008" TO al-msg-id
                    MOVE "ACCTREVS" TO al-values
                    CALL "alert_log" USING al-msg-id, audit-name,
                                            al-values
                    EXIT PARAGRAPH
                END-IF.
                MOVE SPACES TO reversal-record.
                MOVE trn-rev-timestamp TO rvs-orig-ts.
                MOVE trn-rev-seq TO rvs-orig-seq.
                MOVE trn-key TO rvs-acct.
                *> journal_mutation just stamped the reversal's own
                *> journal line from this same datetime
                MOVE datetime(1:14) TO rvs-by-ts.
                MOVE mutation-ref TO rvs-by-ref.
                MOVE trn-amount TO rvs-amount.
                MOVE pd-date TO rvs-date.
                WRITE reversal-record
                    INVALID KEY
                        MOVE "DSN008" TO al-msg-id
                        MOVE "ACCTREVS" TO al-values
                        CALL "alert_log" USING al-msg-id,
                                                audit-name, al-values
                END-WRITE.
                CLOSE REVERSAL-FILE.
                EXIT.

            check_posting_status.
                *> the R/J money postings honor the account status:
                *> a frozen account takes nothing until unfrozen, a
                *> closed one takes nothing until reopened -- unless
                *> a second operator approved this very posting
                MOVE mst-status TO before-status.
                MOVE mst-status TO after-status.
                EVALUATE TRUE
                    WHEN mst-status = "F" AND approved-item = 0
                        MOVE "ACCOUNT FROZEN" TO reject-reason
                    WHEN mst-status = "C"
                        MOVE "ACCOUNT CLOSED" TO reject-reason
                    WHEN OTHER
                        CONTINUE
                END-EVALUATE.
                *> an R that lowers the balance is a debit as much
                *> as a negative J or V
                IF reject-reason = SPACES THEN
                    IF (trn-op = "R" AND trn-amount < mst-bal)
                       OR (trn-op NOT = "R" AND trn-amount < 0) THEN
                        PERFORM check_term_deposit
                    END-IF
                END-IF.
                EXIT.

            check_term_deposit.
                *> the principal of an active term deposit is locked
                *> on its account until maturity: no debit, transfer
                *> out, merge, renumber or delete touches it.  Only
                *> term_mature's own batch (submitter TERMMATR) moves
                *> it -- a released item counts as the batch that
                *> parked it.
                IF have-terms = 0 THEN
                    EXIT PARAGRAPH
                END-IF.
                IF approved-item = 1 THEN
                    MOVE pnd-submitter TO posting-submitter
                ELSE
                    MOVE batch-submitter TO posting-submitter
                END-IF.
                IF posting-submitter = "TERMMATR" THEN
                    EXIT PARAGRAPH
                END-IF.
                MOVE trn-key TO trm-key.
                READ TERM-FILE.
                IF term-file-status = "00" AND trm-status = "A" THEN
                    MOVE "TERM DEPOSIT -- NO DEBITS" TO reject-reason
                END-IF.
                EXIT.

            stamp_activity.
                MOVE FUNCTION CURRENT-DATE TO datetime.
                MOVE datetime(1:14) TO mst-last-activity.
                *> the overdrawn-since date is kept from the first
                *> business day below zero until the balance comes
                *> back to zero or above
                IF mst-bal < 0 THEN
                    IF mst-od-since = SPACES THEN
                        MOVE pd-date TO mst-od-since
                    END-IF
                ELSE
                    MOVE SPACES TO mst-od-since
                END-IF.
                EXIT.

            apply_status_change.
                            MOVE "O" TO mst-status
                        END-IF
                    WHEN "C"
                        *> funds left on the account go out through
                        *> acct_disburse, which posts the J first
                        EVALUATE TRUE
                            WHEN mst-status = "C"
                                MOVE "ACCOUNT ALREADY CLOSED"
                                    TO reject-reason
                            WHEN mst-bal > 0
                                MOVE "ACCOUNT HAS FUNDS -- DISBURSE"
                                    TO reject-reason
                            WHEN OTHER
                                MOVE "C" TO mst-status
                        END-EVALUATE
                    WHEN "O"
                        IF mst-status NOT = "C" THEN
                            MOVE "ACCOUNT NOT CLOSED"
                PERFORM read_master_by_key.
                IF master-file-status NOT = "00" THEN
                    MOVE "KEY NOT ON MASTER" TO reject-reason
                    EXIT PARAGRAPH
                END-IF.
                PERFORM check_term_deposit.
                IF reject-reason NOT = SPACES THEN
                    EXIT PARAGRAPH
                END-IF.
                *> a delete would strand the account's holds with no
                *> balance behind them -- lift them first
                MOVE trn-key TO holds-key.
                PERFORM sum_account_holds.
                IF hold-total > 0 THEN
                    MOVE "ACCOUNT HAS ACTIVE HOLDS" TO reject-reason
                ELSE
                    MOVE mst-bal TO before-balance
                    MOVE mst-status TO before-status
                END-IF.
                EXIT.

            hold_is_active.
                *> a hold counts until the business date passes its
                *> expiry; a blank expiry holds until lifted
                IF hld-expiry = SPACES OR hld-expiry >= pd-date THEN
                    MOVE 1 TO hold-active
                ELSE
                    MOVE 0 TO hold-active
                END-IF.
                EXIT.

            sum_account_holds.
                *> every active hold on the holds-key account:
                *> START at the account's lowest hold id and walk
                *> while the account still matches
                MOVE 0 TO hold-total.
                IF have-holds = 0 THEN
                    EXIT PARAGRAPH
                END-IF.
                MOVE holds-key TO hld-acct.
                MOVE 0 TO hld-id.
                START HOLD-FILE KEY >= hld-key.
                IF hold-file-status NOT = "00" THEN
                    EXIT PARAGRAPH
                END-IF.
                PERFORM UNTIL hold-file-status NOT = "00"
                    READ HOLD-FILE NEXT RECORD
                        AT END
                            MOVE "10" TO hold-file-status
                        NOT AT END
                            IF hld-acct NOT = holds-key THEN
                                MOVE "10" TO hold-file-status
                            ELSE
                                PERFORM hold_is_active
                                IF hold-active = 1 THEN
                                    ADD hld-amount TO hold-total
                                END-IF
                            END-IF
                    END-READ
                END-PERFORM.
                EXIT.

            drop_expired_holds.
                *> expired holds fall away on their own: one sweep
                *> per posting run, ahead of the first transaction,
                *> so nothing posted today is measured against a
                *> hold that ran out yesterday.  A trial only reads
                *> the holds -- hold_is_active ignores the expired
                *> ones there just the same.
                IF trial-mode = 1 OR have-holds = 0 THEN
                    EXIT PARAGRAPH
                END-IF.
                MOVE 0 TO hld-acct.
                MOVE 0 TO hld-id.
                START HOLD-FILE KEY >= hld-key.
                IF hold-file-status NOT = "00" THEN
                    EXIT PARAGRAPH
                END-IF.
                PERFORM UNTIL hold-file-status NOT = "00"
                    READ HOLD-FILE NEXT RECORD
                        AT END
                            MOVE "10" TO hold-file-status
                        NOT AT END
                            PERFORM hold_is_active
                            IF hold-active = 0 THEN
                                DELETE HOLD-FILE
                                ADD 1 TO holds-dropped
                            END-IF
                    END-READ
                END-PERFORM.
                IF holds-dropped > 0 THEN
                    MOVE holds-dropped TO count-tx
                    MOVE SPACES TO report-line
                    STRING "  " count-tx " expired holds dropped"
                        DELIMITED BY SIZE INTO report-line
                    WRITE report-line
                    DISPLAY report-line
                END-IF.
                EXIT.

            apply_place_hold.
                *> a hold is an earmark, not a movement: the balance
                *> is untouched and nothing lands on ACCTJRN -- the
                *> hold dataset is its own record.  A frozen account
                *> still takes one (that is often why it is frozen);
                *> a closed one does not.
                PERFORM read_master_by_key.
                IF master-file-status NOT = "00" THEN
                    MOVE "KEY NOT ON MASTER" TO reject-reason
                    EXIT PARAGRAPH
                END-IF.
                MOVE mst-bal TO before-balance.
                MOVE mst-bal TO after-balance.
                MOVE mst-status TO before-status.
                MOVE mst-status TO after-status.
                EVALUATE TRUE
                    WHEN mst-status = "C"
                        MOVE "ACCOUNT CLOSED" TO reject-reason
                    WHEN have-holds = 0
                        MOVE "HOLD DATASET UNAVAILABLE" TO reject-reason
                    WHEN acct-currency NOT = tran-currency
                        MOVE "CURRENCY DOES NOT MATCH ACCOUNT"
                            TO reject-reason
                    WHEN trn-amount NOT > 0
                        MOVE "HOLD AMOUNT MUST BE POSITIVE"
                            TO reject-reason
                    WHEN trn-hold-id NOT NUMERIC OR trn-hold-id = 0
                        MOVE "HOLD ID REQUIRED" TO reject-reason
                    WHEN trn-hold-reason = SPACES
                        MOVE "HOLD REASON CODE REQUIRED"
                            TO reject-reason
                    WHEN trn-hold-expiry NOT = SPACES
                         AND trn-hold-expiry NOT NUMERIC
                        MOVE "HOLD EXPIRY NOT A DATE" TO reject-reason
                    WHEN trn-hold-expiry NOT = SPACES
                         AND trn-hold-expiry < pd-date
                        MOVE "HOLD EXPIRY ALREADY PASSED"
                            TO reject-reason
                    WHEN OTHER
                        CONTINUE
                END-EVALUATE.
                IF reject-reason NOT = SPACES THEN
                    EXIT PARAGRAPH
                END-IF.
                MOVE trn-key TO hld-acct.
                MOVE trn-hold-id TO hld-id.
                READ HOLD-FILE.
                IF hold-file-status = "00" THEN
                    MOVE "HOLD ID ALREADY ON ACCOUNT" TO reject-reason
                    EXIT PARAGRAPH
                END-IF.
                IF trial-mode = 1 THEN
                    ADD 1 TO hold-op-count
                    EXIT PARAGRAPH
                END-IF.
                MOVE SPACES TO hold-record.
                MOVE trn-key TO hld-acct.
                MOVE trn-hold-id TO hld-id.
                MOVE trn-amount TO hld-amount.
                MOVE trn-hold-reason TO hld-reason.
                MOVE pd-date TO hld-placed.
                MOVE trn-hold-expiry TO hld-expiry.
                MOVE batch-id TO hld-batch.
                WRITE hold-record.
                IF hold-file-status NOT = "00" THEN
                    MOVE "HOLD WRITE FAILED" TO reject-reason
                ELSE
                    ADD 1 TO hold-op-count
                END-IF.
                EXIT.

            apply_set_limit.
                *> the agreed overdraft: the amount is the new limit,
                *> zero withdraws it.  Lowering a limit below what the
                *> account already owes is allowed -- the account
                *> then takes credits only until it is back inside --
                *> and acct_overdrawn shows it as over its limit.
                PERFORM read_master_by_key.
                IF master-file-status NOT = "00" THEN
                    MOVE "KEY NOT ON MASTER" TO reject-reason
                    EXIT PARAGRAPH
                END-IF.
                MOVE mst-bal TO before-balance.
                MOVE mst-bal TO after-balance.
                MOVE mst-status TO before-status.
                MOVE mst-status TO after-status.
                IF mst-status = "C" THEN
                    MOVE "ACCOUNT CLOSED" TO reject-reason
                    EXIT PARAGRAPH
                END-IF.
                IF trn-amount < 0 THEN
                    MOVE "NEGATIVE OVERDRAFT LIMIT" TO reject-reason
                    EXIT PARAGRAPH
                END-IF.
                PERFORM check_currency.
                IF reject-reason NOT = SPACES THEN
                    EXIT PARAGRAPH
                END-IF.
                MOVE trn-amount TO mst-od-limit.
                PERFORM stamp_activity.
                PERFORM rewrite_master_record.
                IF master-file-status NOT = "00" THEN
                    MOVE "MASTER REWRITE FAILED" TO reject-reason
                ELSE
                    ADD 1 TO limit-op-count
                    PERFORM journal_mutation
                END-IF.
                EXIT.

            apply_transfer.
                *> every check on both legs first -- nothing is
                *> written until the pair is known to post whole
                IF trn-amount NOT > 0 THEN
                    MOVE "TRANSFER AMOUNT MUST BE POSITIVE"
                        TO reject-reason
                    EXIT PARAGRAPH
                END-IF.
                IF trn-to-key NOT NUMERIC OR trn-to-key = trn-key THEN
                    MOVE "TRANSFER NEEDS TWO ACCOUNTS" TO reject-reason
                    EXIT PARAGRAPH
                END-IF.
                PERFORM read_master_by_key.
                IF master-file-status NOT = "00" THEN
                    MOVE "FROM KEY NOT ON MASTER" TO reject-reason
                    EXIT PARAGRAPH
                END-IF.
                MOVE master-record TO from-image.
                MOVE trial-idx TO from-idx.
                MOVE mst-status TO before-status.
                MOVE mst-status TO after-status.
                EVALUATE TRUE
                    WHEN from-sta = "F" AND approved-item = 0
                        MOVE "FROM ACCOUNT FROZEN" TO reject-reason
                    WHEN from-sta = "C"
                        MOVE "FROM ACCOUNT CLOSED" TO reject-reason
                    WHEN OTHER
                        PERFORM check_currency
                END-EVALUATE.
                IF reject-reason = SPACES THEN
                    PERFORM check_term_deposit
                END-IF.
                IF reject-reason NOT = SPACES THEN
                    EXIT PARAGRAPH
                END-IF.
                MOVE mst-bal TO before-balance.
                COMPUTE adjusted-balance = mst-bal - trn-amount.
                MOVE trn-key TO holds-key.
                PERFORM sum_account_holds.
                EVALUATE TRUE
                    WHEN adjusted-balance + mst-od-limit < 0
                        MOVE "TRANSFER PASSES OVERDRAFT LIMIT"
                            TO reject-reason
                    WHEN adjusted-balance + mst-od-limit < hold-total
                        MOVE "DEBIT EXCEEDS AVAILABLE BALANCE"
                            TO reject-reason
                    WHEN OTHER
                        CONTINUE
                END-EVALUATE.
                IF reject-reason NOT = SPACES THEN
                    EXIT PARAGRAPH
                END-IF.
                MOVE trn-to-key TO mst-key.
                IF trial-mode = 1 THEN
                    PERFORM trial_read_by_key
                ELSE
                    READ MASTER-FILE
                END-IF.
                IF master-file-status NOT = "00" THEN
                    MOVE "TO KEY NOT ON MASTER" TO reject-reason
                    EXIT PARAGRAPH
                END-IF.
                MOVE master-record TO to-image.
                MOVE trial-idx TO to-idx.
                EVALUATE TRUE
                    WHEN to-sta = "F" AND approved-item = 0
                        MOVE "TO ACCOUNT FROZEN" TO reject-reason
                    WHEN to-sta = "C"
                        MOVE "TO ACCOUNT CLOSED" TO reject-reason
                    WHEN to-ccy = SPACES
                         AND tran-currency NOT = base-currency
                        MOVE "TO ACCOUNT CURRENCY DIFFERS"
                            TO reject-reason
                    WHEN to-ccy NOT = SPACES
                         AND to-ccy NOT = tran-currency
                        MOVE "TO ACCOUNT CURRENCY DIFFERS"
                            TO reject-reason
                    WHEN OTHER
                        CONTINUE
                END-EVALUATE.
                COMPUTE to-balance = to-bal + trn-amount.
                IF to-balance > 9999999.99 THEN
                    MOVE "TRANSFER OVERFLOWS BALANCE" TO reject-reason
                END-IF.
                IF reject-reason NOT = SPACES THEN
                    EXIT PARAGRAPH
                END-IF.
                PERFORM post_transfer_legs.
                EXIT.

            post_transfer_legs.
                *> from leg, then to leg; a to leg that will not
                *> write puts the from image straight back, so the
                *> pair lands whole or not at all
                MOVE from-image TO master-record.
                MOVE adjusted-balance TO mst-bal.
                PERFORM stamp_activity.
                MOVE from-idx TO trial-idx.
                PERFORM rewrite_master_record.
                IF master-file-status NOT = "00" THEN
                    MOVE "MASTER REWRITE FAILED" TO reject-reason
                    EXIT PARAGRAPH
                END-IF.
                MOVE mst-bal TO after-balance.
                MOVE to-image TO master-record.
                MOVE to-bal TO to-before-balance.
                MOVE to-balance TO mst-bal.
                PERFORM stamp_activity.
                MOVE to-idx TO trial-idx.
                PERFORM rewrite_master_record.
                IF master-file-status NOT = "00" THEN
                    MOVE from-image TO master-record
                    MOVE from-idx TO trial-idx
                    PERFORM rewrite_master_record
                    MOVE "TO LEG FAILED - TRANSFER UNWOUND"
                        TO reject-reason
                    EXIT PARAGRAPH
                END-IF.
                MOVE mst-bal TO to-after-balance.
                *> the to leg's credit joins the run's net here; the
                *> from leg's debit goes through apply_one_transaction
                *> like any other posting, so a transfer nets to zero
                ADD trn-amount TO net-applied.
                MOVE acct-currency TO ccy-work.
                PERFORM find_currency_slot.
                ADD trn-amount TO cy-net(ccy-idx).
                ADD 1 TO transfer-count.
                PERFORM journal_transfer_legs.
                EXIT.

            journal_transfer_legs.
                *> one reference on both lines -- the transaction's
                *> own.  The to leg is journaled under its own key,
                *> balances and status, then the from leg's figures
                *> go back for the report line and the run's net.
                MOVE from-odl TO mst-od-limit.
                PERFORM journal_mutation.
                MOVE before-balance TO leg-before-balance.
                MOVE after-balance TO leg-after-balance.
                MOVE trn-to-key TO mutation-key.
                MOVE to-before-balance TO before-balance.
                MOVE to-after-balance TO after-balance.
                MOVE to-sta TO before-status.
                MOVE to-sta TO after-status.
                MOVE to-odl TO mst-od-limit.
                PERFORM journal_mutation.
                MOVE trn-key TO mutation-key.
                MOVE leg-before-balance TO before-balance.
                MOVE leg-after-balance TO after-balance.
                MOVE from-sta TO before-status.
                MOVE from-sta TO after-status.
                EXIT.

            apply_renumber.
                *> the whole record moves to the new key -- balance,
                *> status, open date, limit and currency -- and the
                *> old key leaves the master.  The old number stays
                *> on the key register, so it is never issued again.
                PERFORM read_master_by_key.
                IF master-file-status NOT = "00" THEN
                    MOVE "KEY NOT ON MASTER" TO reject-reason
                    EXIT PARAGRAPH
                END-IF.
                MOVE master-record TO from-image.
                MOVE trial-idx TO from-idx.
                MOVE mst-bal TO before-balance.
                MOVE mst-status TO before-status.
                EVALUATE TRUE
                    WHEN from-sta = "F" AND approved-item = 0
                        MOVE "ACCOUNT FROZEN" TO reject-reason
                    WHEN from-sta = "C"
                        MOVE "ACCOUNT CLOSED" TO reject-reason
                    WHEN OTHER
                        CONTINUE
                END-EVALUATE.
                IF reject-reason = SPACES THEN
                    PERFORM check_term_deposit
                END-IF.
                IF reject-reason NOT = SPACES THEN
                    EXIT PARAGRAPH
                END-IF.
                *> holds are keyed by account -- lift them first,
                *> the rule a delete follows
                MOVE trn-key TO holds-key.
                PERFORM sum_account_holds.
                IF hold-total > 0 THEN
                    MOVE "ACCOUNT HAS ACTIVE HOLDS" TO reject-reason
                    EXIT PARAGRAPH
                END-IF.
                IF trn-new-key NUMERIC AND trn-new-key = 0
                   AND trn-new-category NOT = SPACES THEN
                    MOVE trn-new-category TO ka-category
                    PERFORM allocate_account_key
                    IF reject-reason NOT = SPACES THEN
                        EXIT PARAGRAPH
                    END-IF
                    MOVE ka-key TO trn-new-key
                END-IF.
                IF trn-new-key NOT NUMERIC OR trn-new-key = 0
                   OR trn-new-key = trn-key THEN
                    MOVE "RENUMBER NEEDS A NEW KEY" TO reject-reason
                    EXIT PARAGRAPH
                END-IF.
                MOVE trn-new-key TO kc-key.
                CALL "key_check" USING kc-op, kc-key, kc-ok.
                IF kc-ok = 0 THEN
                    MOVE "NEW KEY CHECK DIGIT INVALID"
                        TO reject-reason
                    EXIT PARAGRAPH
                END-IF.
                MOVE trn-new-key TO mst-key.
                PERFORM read_for_approval.
                IF master-file-status = "00" THEN
                    MOVE "NEW KEY ALREADY ON MASTER" TO reject-reason
                    EXIT PARAGRAPH
                END-IF.
                MOVE trn-new-key TO ka-key.
                PERFORM register_key_use.
                IF reject-reason NOT = SPACES THEN
                    EXIT PARAGRAPH
                END-IF.
                *> the new key is written before the old one goes,
                *> and an old key that will not delete takes the new
                *> one back out, so the account is never on the
                *> master twice or not at all
                MOVE from-image TO master-record.
                MOVE trn-new-key TO mst-key.
                PERFORM stamp_activity.
                PERFORM write_master_record.
                IF master-file-status NOT = "00" THEN
                    MOVE "MASTER WRITE FAILED" TO reject-reason
                    EXIT PARAGRAPH
                END-IF.
                MOVE trn-key TO mst-key.
                MOVE from-idx TO trial-idx.
                PERFORM delete_master_record.
                IF master-file-status NOT = "00" THEN
                    MOVE trn-new-key TO mst-key
                    PERFORM delete_master_record
                    MOVE "OLD KEY DELETE FAILED, UNWOUND"
                        TO reject-reason
                    EXIT PARAGRAPH
                END-IF.
                MOVE 0 TO after-balance.
                MOVE SPACES TO after-status.
                MOVE 0 TO to-before-balance.
                MOVE from-bal TO to-after-balance.
                *> the arriving balance joins the run's net here;
                *> the departing one goes through
                *> apply_one_transaction, so a renumber nets to zero
                ADD from-bal TO net-applied.
                MOVE acct-currency TO ccy-work.
                PERFORM find_currency_slot.
                ADD from-bal TO cy-net(ccy-idx).
                ADD 1 TO renumber-count.
                MOVE trn-new-key TO link-key.
                PERFORM journal_link_legs.
                EXIT.

            apply_merge.
                *> the folded account's balance moves onto the
                *> surviving account and the folded key leaves the
                *> master -- checked in full on both sides first, the
                *> way a transfer is
                IF trn-to-key NOT NUMERIC OR trn-to-key = trn-key THEN
                    MOVE "MERGE NEEDS TWO ACCOUNTS" TO reject-reason
                    EXIT PARAGRAPH
                END-IF.
                PERFORM read_master_by_key.
                IF master-file-status NOT = "00" THEN
                    MOVE "KEY NOT ON MASTER" TO reject-reason
                    EXIT PARAGRAPH
                END-IF.
                MOVE master-record TO from-image.
                MOVE trial-idx TO from-idx.
                MOVE mst-bal TO before-balance.
                MOVE mst-status TO before-status.
                EVALUATE TRUE
                    WHEN from-sta = "F" AND approved-item = 0
                        MOVE "ACCOUNT FROZEN" TO reject-reason
                    WHEN from-sta = "C"
                        MOVE "ACCOUNT CLOSED" TO reject-reason
                    WHEN OTHER
                        CONTINUE
                END-EVALUATE.
                IF reject-reason = SPACES THEN
                    PERFORM check_term_deposit
                END-IF.
                IF reject-reason NOT = SPACES THEN
                    EXIT PARAGRAPH
                END-IF.
                MOVE trn-key TO holds-key.
                PERFORM sum_account_holds.
                IF hold-total > 0 THEN
                    MOVE "ACCOUNT HAS ACTIVE HOLDS" TO reject-reason
                    EXIT PARAGRAPH
                END-IF.
                MOVE trn-to-key TO mst-key.
                PERFORM read_for_approval.
                IF master-file-status NOT = "00" THEN
                    MOVE "SURVIVING KEY NOT ON MASTER"
                        TO reject-reason
                    EXIT PARAGRAPH
                END-IF.
                MOVE master-record TO to-image.
                MOVE trial-idx TO to-idx.
                IF to-ccy = SPACES THEN
                    MOVE base-currency TO ccy-work
                ELSE
                    MOVE to-ccy TO ccy-work
                END-IF.
                COMPUTE to-balance = to-bal + from-bal.
                EVALUATE TRUE
                    WHEN to-sta = "F" AND approved-item = 0
                        MOVE "SURVIVING ACCOUNT FROZEN"
                            TO reject-reason
                    WHEN to-sta = "C"
                        MOVE "SURVIVING ACCOUNT CLOSED"
                            TO reject-reason
                    WHEN ccy-work NOT = acct-currency
                        MOVE "ACCOUNT CURRENCIES DIFFER"
                            TO reject-reason
                    WHEN to-balance > 9999999.99
                        MOVE "MERGE OVERFLOWS BALANCE" TO reject-reason
                    WHEN to-balance + to-odl < 0
                        MOVE "MERGE PASSES OVERDRAFT LIMIT"
                            TO reject-reason
                    WHEN OTHER
                        CONTINUE
                END-EVALUATE.
                IF reject-reason NOT = SPACES THEN
                    EXIT PARAGRAPH
                END-IF.
                *> a folded-in overdraft must not take the survivor
                *> under what its own holds earmark
                MOVE trn-to-key TO holds-key.
                PERFORM sum_account_holds.
                IF to-balance + to-odl < hold-total THEN
                    MOVE "MERGE PASSES AVAILABLE BALANCE"
                        TO reject-reason
                    EXIT PARAGRAPH
                END-IF.
                *> survivor first; a folded key that will not delete
                *> puts the survivor's image straight back
                MOVE to-image TO master-record.
                MOVE to-balance TO mst-bal.
                PERFORM stamp_activity.
                MOVE to-idx TO trial-idx.
                PERFORM rewrite_master_record.
                IF master-file-status NOT = "00" THEN
                    MOVE "MASTER REWRITE FAILED" TO reject-reason
                    EXIT PARAGRAPH
                END-IF.
                MOVE trn-key TO mst-key.
                MOVE from-idx TO trial-idx.
                PERFORM delete_master_record.
                IF master-file-status NOT = "00" THEN
                    MOVE to-image TO master-record
                    MOVE to-idx TO trial-idx
                    PERFORM rewrite_master_record
                    MOVE "FOLDED KEY DELETE FAILED"
                        TO reject-reason
                    EXIT PARAGRAPH
                END-IF.
                MOVE 0 TO after-balance.
                MOVE SPACES TO after-status.
                MOVE to-bal TO to-before-balance.
                MOVE to-balance TO to-after-balance.
                ADD from-bal TO net-applied.
                MOVE acct-currency TO ccy-work.
                PERFORM find_currency_slot.
                ADD from-bal TO cy-net(ccy-idx).
                ADD 1 TO merge-count.
                MOVE trn-to-key TO link-key.
                PERFORM journal_link_legs.
                EXIT.

            journal_link_legs.
                *> the departing key's line, then the arriving or
                *> surviving key's, one reference on both and each
                *> naming the other in its link field -- the
                *> departing key's figures go back afterwards for the
                *> report line and the run's net
                MOVE from-odl TO mst-od-limit.
                PERFORM journal_mutation.
                MOVE link-key TO mutation-key.
                MOVE trn-key TO link-key.
                MOVE before-balance TO leg-before-balance.
                MOVE to-before-balance TO before-balance.
                MOVE to-after-balance TO after-balance.
                IF trn-op = "N" THEN
                    MOVE SPACES TO before-status
                    MOVE from-sta TO after-status
                    MOVE from-odl TO mst-od-limit
                ELSE
                    MOVE to-sta TO before-status
                    MOVE to-sta TO after-status
                    MOVE to-odl TO mst-od-limit
                END-IF.
                PERFORM journal_mutation.
                MOVE mutation-key TO link-key.
                MOVE trn-key TO mutation-key.
                MOVE leg-before-balance TO before-balance.
                MOVE 0 TO after-balance.
                MOVE from-sta TO before-status.
                MOVE SPACES TO after-status.
                EXIT.

            apply_lift_hold.
                *> the hold goes whatever the account's state -- a
                *> lift never needs the balance, so an account that
                *> has since left the master can still be cleared
                PERFORM read_master_by_key.
                IF master-file-status = "00" THEN
                    MOVE mst-bal TO before-balance
                    MOVE mst-bal TO after-balance
                    MOVE mst-status TO before-status
                    MOVE mst-status TO after-status
                END-IF.
                IF have-holds = 0 THEN
                    MOVE "HOLD DATASET UNAVAILABLE" TO reject-reason
                    EXIT PARAGRAPH
                END-IF.
                MOVE trn-key TO hld-acct.
                MOVE trn-hold-id TO hld-id.
                READ HOLD-FILE.
                IF hold-file-status NOT = "00" THEN
                    MOVE "HOLD NOT ON FILE" TO reject-reason
                    EXIT PARAGRAPH
                END-IF.
                IF trial-mode = 1 THEN
                    ADD 1 TO hold-op-count
                    EXIT PARAGRAPH
                END-IF.
                DELETE HOLD-FILE.
                IF hold-file-status NOT = "00" THEN
                    MOVE "HOLD DELETE FAILED" TO reject-reason
                ELSE
                    ADD 1 TO hold-op-count
                END-IF.
                EXIT.


            read_posting_checkpoint.
                *> keep whichever file holds the highest
                        DELIMITED BY SIZE INTO report-line
                    WRITE report-line
                    DISPLAY report-line
                    MOVE "ACT021" TO al-msg-id
                    MOVE SPACES TO al-values
                    CALL "alert_log" USING al-msg-id, audit-name,
                                            al-values
                END-IF.
                EXIT.

                IF journal-file-status NOT = "00" THEN
                    DISPLAY "MASTER UPDATE: unable to open ACCTJRN, "
                            "status " journal-file-status
                    MOVE "DSN006" TO al-msg-id
                    MOVE "ACCTJRN" TO al-values
                    CALL "alert_log" USING al-msg-id, audit-name,
                                            al-values
                ELSE
                    MOVE FUNCTION CURRENT-DATE TO datetime
                    MOVE SPACES TO journal-record
                    MOVE datetime(1:14) TO jrn-timestamp
                    MOVE corr-id TO jrn-corr-id
                    MOVE trn-op TO jrn-rec-op
                    MOVE mutation-key TO jrn-rec-key
                    MOVE mutation-ref TO jrn-reference
                    MOVE mst-od-limit TO jrn-od-limit
                    MOVE acct-currency TO jrn-currency
                    MOVE before-balance TO jrn-before-bal
                    MOVE after-balance TO jrn-after-bal
                    MOVE before-status TO jrn-before-sta
                    MOVE after-status TO jrn-after-sta
                    IF trn-op = "N" OR trn-op = "M" THEN
                        MOVE link-key TO jrn-link-key
                    END-IF
                    WRITE journal-record
                    CLOSE JOURNAL-FILE
                END-IF.
                    DELIMITED BY SIZE INTO report-line.
                WRITE report-line.
                DISPLAY report-line.
                IF trn-op = "X" THEN
                    MOVE trn-to-key TO key-tx
                    MOVE to-before-balance TO before-tx
                    MOVE to-after-balance TO after-tx
                    MOVE SPACES TO report-line
                    STRING "           to key " key-tx
                           " ref " mutation-ref
                           " balance " before-tx " -> " after-tx
                        DELIMITED BY SIZE INTO report-line
                    WRITE report-line
                    DISPLAY report-line
                END-IF.
                IF trn-op = "N" OR trn-op = "M" THEN
                    MOVE link-key TO key-tx
                    MOVE to-before-balance TO before-tx
                    MOVE to-after-balance TO after-tx
                    MOVE SPACES TO report-line
                    IF trn-op = "N" THEN
                        STRING "           new key " key-tx
                               " ref " mutation-ref
                               " balance " before-tx " -> " after-tx
                            DELIMITED BY SIZE INTO report-line
                    ELSE
                        STRING "           into key " key-tx
                               " ref " mutation-ref
                               " balance " before-tx " -> " after-tx
                            DELIMITED BY SIZE INTO report-line
                    END-IF
                    WRITE report-line
                    DISPLAY report-line
                END-IF.
                EXIT.

            report_rejected.
                WRITE report-line.
                DISPLAY report-line.
                MOVE SPACES TO report-line.
                MOVE reversal-count TO count-tx.
                STRING "  reversals....: " count-tx
                    DELIMITED BY SIZE INTO report-line.
                WRITE report-line.
                DISPLAY report-line.
                MOVE SPACES TO report-line.
                MOVE delete-count TO count-tx.
                STRING "  deletes......: " count-tx
                    DELIMITED BY SIZE INTO report-line.
                WRITE report-line.
                DISPLAY report-line.
                MOVE SPACES TO report-line.
                MOVE hold-op-count TO count-tx.
                STRING "  hold ops.....: " count-tx
                    DELIMITED BY SIZE INTO report-line.
                WRITE report-line.
                DISPLAY report-line.
                MOVE SPACES TO report-line.
                MOVE transfer-count TO count-tx.
                STRING "  transfers....: " count-tx
                    DELIMITED BY SIZE INTO report-line.
                WRITE report-line.
                DISPLAY report-line.
                MOVE SPACES TO report-line.
                MOVE limit-op-count TO count-tx.
                STRING "  limit ops....: " count-tx
                    DELIMITED BY SIZE INTO report-line.
                WRITE report-line.
                DISPLAY report-line.
                MOVE SPACES TO report-line.
                MOVE renumber-count TO count-tx.
                STRING "  renumbers....: " count-tx
                    DELIMITED BY SIZE INTO report-line.
                WRITE report-line.
                DISPLAY report-line.
                MOVE SPACES TO report-line.
                MOVE merge-count TO count-tx.
                STRING "  merges.......: " count-tx
                    DELIMITED BY SIZE INTO report-line.
                WRITE report-line.
                DISPLAY report-line.
                MOVE SPACES TO report-line.
                MOVE recycled-in-count TO count-tx.
                STRING "recycled in....: " count-tx
                    DELIMITED BY SIZE INTO report-line.
                    DELIMITED BY SIZE INTO report-line.
                WRITE report-line.
                DISPLAY report-line.
                MOVE SPACES TO report-line.
                MOVE parked-count TO count-tx.
                STRING "parked.........: " count-tx
                    DELIMITED BY SIZE INTO report-line.
                WRITE report-line.
                DISPLAY report-line.
                MOVE SPACES TO report-line.
                MOVE approved-in-count TO count-tx.
                STRING "approved in....: " count-tx
                    DELIMITED BY SIZE INTO report-line.
                WRITE report-line.
                DISPLAY report-line.
                MOVE SPACES TO report-line.
                MOVE declined-count TO count-tx.
                STRING "declined.......: " count-tx
                    DELIMITED BY SIZE INTO report-line.
                WRITE report-line.
                DISPLAY report-line.
                EXIT.
        END PROGRAM Main.
