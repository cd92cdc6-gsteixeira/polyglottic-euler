      *> The suite's alert message catalog -- one entry per alert
      *> condition, ending at the first blank entry.  common/
      *> alert_log.cob raises an alert by its id: the severity and
      *> the standard text come from here, and alert_report,
      *> alert_ack and status_board print the runbook steps with
      *> it.  Each entry is
      *>   id        8  stable -- acknowledgments match on it, so
      *>                an id is never reused or renumbered; a
      *>                condition that goes away keeps its entry
      *>   severity  4  FATL, WARN or INFO (see alert_log)
      *>   text     50  the standard wording; &1 is replaced by
      *>                the caller's first value -- the thing the
      *>                alert is about (a dataset, a step, a file)
      *>                -- and &2 by its second, a count or a
      *>                detail.  Acknowledgments match on the id,
      *>                the program and the first value only, so
      *>                counts belong in &2.
      *>   runbook 2x56 what the duty operator does about it
      *> The ids run by area: DSN dataset access, BAT batch intake,
      *> LAY record layouts, ACT accounts and ledger, SRT sorts
      *> and the pipeline, NUM number-theory scans, BTR the btree
      *> store, OPS operations, RPT the report writer.  A new
      *> condition takes the next free id in its area here (and
      *> raises common/msg_catalog.cob's table, 139 entries with
      *> the blank end marker, to match).
      *> -- dataset access
          02 FILLER PIC X(8) VALUE "DSN001".
          02 FILLER PIC X(4) VALUE "FATL".
          02 FILLER PIC X(50) VALUE
             "unable to open &1".
          02 FILLER PIC X(56) VALUE
             "Check the dataset's DD or name mapping, that it exists".
          02 FILLER PIC X(56) VALUE
             "and is readable; fix it, then rerun the step from top.".
          02 FILLER PIC X(8) VALUE "DSN002".
          02 FILLER PIC X(4) VALUE "WARN".
          02 FILLER PIC X(50) VALUE
             "unable to open checkpoint &1".
          02 FILLER PIC X(56) VALUE
             "The scan ran with no restart cover. Check space and".
          02 FILLER PIC X(56) VALUE
             "access on the checkpoint before the next run; no rerun.".
          02 FILLER PIC X(8) VALUE "DSN003".
          02 FILLER PIC X(4) VALUE "FATL".
          02 FILLER PIC X(50) VALUE
             "&1 locked by another step".
          02 FILLER PIC X(56) VALUE
             "Run lock_display for the holder. Wait for it to end, or".
          02 FILLER PIC X(56) VALUE
             "free a stale lock only once the holder is dead; rerun.".
          02 FILLER PIC X(8) VALUE "DSN004".
          02 FILLER PIC X(4) VALUE "FATL".
          02 FILLER PIC X(50) VALUE
             "unable to create &1".
          02 FILLER PIC X(56) VALUE
             "Nothing was replaced. Check space and permissions on".
          02 FILLER PIC X(56) VALUE
             "the library, then rerun the rebuild from the top.".
          02 FILLER PIC X(8) VALUE "DSN005".
          02 FILLER PIC X(4) VALUE "FATL".
          02 FILLER PIC X(50) VALUE
             "unable to write &1".
          02 FILLER PIC X(56) VALUE
             "Check space and access on the output, remove any part".
          02 FILLER PIC X(56) VALUE
             "copy left behind, then rerun the step from the top.".
          02 FILLER PIC X(8) VALUE "DSN006".
          02 FILLER PIC X(4) VALUE "WARN".
          02 FILLER PIC X(50) VALUE
             "&1 journal write lost".
          02 FILLER PIC X(56) VALUE
             "Postings stand but the journal lacks them, so replay".
          02 FILLER PIC X(56) VALUE
             "and GL extract run short. Fix ACCTJRN; tell the ledger.".
          02 FILLER PIC X(8) VALUE "DSN007".
          02 FILLER PIC X(4) VALUE "WARN".
          02 FILLER PIC X(50) VALUE
             "&1 ledger entry lost this run".
          02 FILLER PIC X(56) VALUE
             "acct_ledger will show a break for tonight. Fix access to".
          02 FILLER PIC X(56) VALUE
             "the ledger dataset and post the entry by hand.".
          02 FILLER PIC X(8) VALUE "DSN008".
          02 FILLER PIC X(4) VALUE "WARN".
          02 FILLER PIC X(50) VALUE
             "&1 reversal mark lost".
          02 FILLER PIC X(56) VALUE
             "The reversed entry may be reversed again next run. Mark".
          02 FILLER PIC X(56) VALUE
             "it on ACCTREVS by hand before the next posting run.".
          02 FILLER PIC X(8) VALUE "DSN009".
          02 FILLER PIC X(4) VALUE "WARN".
          02 FILLER PIC X(50) VALUE
             "&1 not noted on SENTLOG".
          02 FILLER PIC X(56) VALUE
             "The file went out unrecorded, so iface_ack will not look".
          02 FILLER PIC X(56) VALUE
             "for its acknowledgment. Note it on SENTLOG by hand.".
          02 FILLER PIC X(8) VALUE "DSN010".
          02 FILLER PIC X(4) VALUE "WARN".
          02 FILLER PIC X(50) VALUE
             "unable to log the file on &1".
          02 FILLER PIC X(56) VALUE
             "The file posted but a resend would not be caught. Fix".
          02 FILLER PIC X(56) VALUE
             "PAYMLOG access and note the clearing file on it by hand.".
          02 FILLER PIC X(8) VALUE "DSN011".
          02 FILLER PIC X(4) VALUE "WARN".
          02 FILLER PIC X(50) VALUE
             "&1 not archived this run".
          02 FILLER PIC X(56) VALUE
             "The live log was left whole. Check space for the archive".
          02 FILLER PIC X(56) VALUE
             "generation; the next log_archive run picks it up.".
      *> -- batch intake and envelopes
          02 FILLER PIC X(8) VALUE "BAT001".
          02 FILLER PIC X(4) VALUE "WARN".
          02 FILLER PIC X(50) VALUE
             "&1 not registered on BATCHREG".
          02 FILLER PIC X(56) VALUE
             "The batch applied but a resend will not be caught. Fix".
          02 FILLER PIC X(56) VALUE
             "BATCHREG access; register the batch before next cycle.".
          02 FILLER PIC X(8) VALUE "BAT002".
          02 FILLER PIC X(4) VALUE "FATL".
          02 FILLER PIC X(50) VALUE
             "&1 already processed -- resend".
          02 FILLER PIC X(56) VALUE
             "Nothing applied. Ask the sender for a new batch; a true".
          02 FILLER PIC X(56) VALUE
             "rerun needs the PARMLIB RESEND-OK operator override.".
          02 FILLER PIC X(8) VALUE "BAT003".
          02 FILLER PIC X(4) VALUE "FATL".
          02 FILLER PIC X(50) VALUE
             "&1 failed envelope verification".
          02 FILLER PIC X(56) VALUE
             "Rejected whole, nothing applied. Compare header/trailer".
          02 FILLER PIC X(56) VALUE
             "count and hash with the sender; get a clean resend.".
          02 FILLER PIC X(8) VALUE "BAT004".
          02 FILLER PIC X(4) VALUE "FATL".
          02 FILLER PIC X(50) VALUE
             "clearing file &1 refused, control failures &2".
          02 FILLER PIC X(56) VALUE
             "Nothing translated. Read PAYMRPT for the failing totals,".
          02 FILLER PIC X(56) VALUE
             "agree them with the clearing house, rerun on a fix.".
          02 FILLER PIC X(8) VALUE "BAT005".
          02 FILLER PIC X(4) VALUE "WARN".
          02 FILLER PIC X(50) VALUE
             "clearing entries returned: &2 -- see PAYMRTN".
          02 FILLER PIC X(56) VALUE
             "Returns go back on PAYMRTN by the next clearing cycle;".
          02 FILLER PIC X(56) VALUE
             "check the reasons on PAYMRPT for any mapping trouble.".
          02 FILLER PIC X(8) VALUE "BAT006".
          02 FILLER PIC X(4) VALUE "FATL".
          02 FILLER PIC X(50) VALUE
             "clearing batch &1 has more than 2000 returns".
          02 FILLER PIC X(56) VALUE
             "Translation stopped. The clearing file is likely bad or".
          02 FILLER PIC X(56) VALUE
             "mis-mapped; refuse it with the sender, then rerun.".
          02 FILLER PIC X(8) VALUE "BAT007".
          02 FILLER PIC X(4) VALUE "FATL".
          02 FILLER PIC X(50) VALUE
             "cheque &1 already on DISBREG".
          02 FILLER PIC X(56) VALUE
             "The cheque range overlaps issued ones. Check the next".
          02 FILLER PIC X(56) VALUE
             "cheque number on PARMLIB against DISBREG, then rerun.".
          02 FILLER PIC X(8) VALUE "BAT008".
          02 FILLER PIC X(4) VALUE "WARN".
          02 FILLER PIC X(50) VALUE
             "&1 transactions rejected this run".
          02 FILLER PIC X(56) VALUE
             "Read the step's reject report, correct the items at".
          02 FILLER PIC X(56) VALUE
             "source and resubmit them with the next batch.".
          02 FILLER PIC X(8) VALUE "BAT009".
          02 FILLER PIC X(4) VALUE "WARN".
          02 FILLER PIC X(50) VALUE
             "delimited import rows rejected".
          02 FILLER PIC X(56) VALUE
             "Rows failed the layout mapping; see the import report,".
          02 FILLER PIC X(56) VALUE
             "correct them at source and send a fresh file.".
          02 FILLER PIC X(8) VALUE "BAT010".
          02 FILLER PIC X(4) VALUE "WARN".
          02 FILLER PIC X(50) VALUE
             "rejects will not recycle this run".
          02 FILLER PIC X(56) VALUE
             "Tonight's rejects were not kept for recycling. Check".
          02 FILLER PIC X(56) VALUE
             "the recycle dataset; resubmit the rejects by hand.".
          02 FILLER PIC X(8) VALUE "BAT011".
          02 FILLER PIC X(4) VALUE "FATL".
          02 FILLER PIC X(50) VALUE
             "reject count over threshold, sorts held".
          02 FILLER PIC X(56) VALUE
             "The input looks bad: read the edit report, fix or".
          02 FILLER PIC X(56) VALUE
             "refresh the input, then rerun sort_edit and the sorts.".
          02 FILLER PIC X(8) VALUE "BAT012".
          02 FILLER PIC X(4) VALUE "FATL".
          02 FILLER PIC X(50) VALUE
             "import header misses a mapped column".
          02 FILLER PIC X(56) VALUE
             "The sender changed the file layout. Compare the header".
          02 FILLER PIC X(56) VALUE
             "with the LAYOUTS map; agree a fix and rerun the import.".
          02 FILLER PIC X(8) VALUE "BAT013".
          02 FILLER PIC X(4) VALUE "WARN".
          02 FILLER PIC X(50) VALUE
             "suspect transactions in the posting batch".
          02 FILLER PIC X(56) VALUE
             "Review ACCTSCRN's flagged items with the business before".
          02 FILLER PIC X(56) VALUE
             "posting signs off; hold mode keeps them out next time.".
          02 FILLER PIC X(8) VALUE "BAT014".
          02 FILLER PIC X(4) VALUE "WARN".
          02 FILLER PIC X(50) VALUE
             "suspect transactions held out of posting".
          02 FILLER PIC X(56) VALUE
             "The flagged items wait on ACCTHELD. Review them with the".
          02 FILLER PIC X(56) VALUE
             "business; release the good ones into the next batch.".
      *> -- record layouts
          02 FILLER PIC X(8) VALUE "LAY001".
          02 FILLER PIC X(4) VALUE "FATL".
          02 FILLER PIC X(50) VALUE
             "&1 layout not usable from LAYOUTS".
          02 FILLER PIC X(56) VALUE
             "Check the layout name given and its LAYOUTS entry with".
          02 FILLER PIC X(56) VALUE
             "layout_verify; correct the registry and rerun.".
          02 FILLER PIC X(8) VALUE "LAY002".
          02 FILLER PIC X(4) VALUE "WARN".
          02 FILLER PIC X(50) VALUE
             "exported records did not match the layout".
          02 FILLER PIC X(56) VALUE
             "Check the export report for the records refused and".
          02 FILLER PIC X(56) VALUE
             "run layout_verify; do not send the file until agreed.".
          02 FILLER PIC X(8) VALUE "LAY003".
          02 FILLER PIC X(4) VALUE "WARN".
          02 FILLER PIC X(50) VALUE
             "layout registry entries do not match".
          02 FILLER PIC X(56) VALUE
             "Read LAYVRPT for the entries that fail their sample and".
          02 FILLER PIC X(56) VALUE
             "correct LAYOUTS before the next export or import.".
          02 FILLER PIC X(8) VALUE "LAY004".
          02 FILLER PIC X(4) VALUE "FATL".
          02 FILLER PIC X(50) VALUE
             "no LAYOUTS record-layout registry".
          02 FILLER PIC X(56) VALUE
             "Restore LAYOUTS from backup, or seed it with".
          02 FILLER PIC X(56) VALUE
             "layout_verify SEED on a new system; then rerun.".
          02 FILLER PIC X(8) VALUE "LAY005".
          02 FILLER PIC X(4) VALUE "FATL".
          02 FILLER PIC X(50) VALUE
             "LAYOUTS exists, seed refused".
          02 FILLER PIC X(56) VALUE
             "Seeding would replace the live registry. Verify the".
          02 FILLER PIC X(56) VALUE
             "existing LAYOUTS instead; remove it only on purpose.".
          02 FILLER PIC X(8) VALUE "LAY006".
          02 FILLER PIC X(4) VALUE "FATL".
          02 FILLER PIC X(50) VALUE
             "indexed layout named for masking".
          02 FILLER PIC X(56) VALUE
             "Masking copies sequential datasets only. Name a".
          02 FILLER PIC X(56) VALUE
             "sequential layout, or extract the file first.".
          02 FILLER PIC X(8) VALUE "LAY007".
          02 FILLER PIC X(4) VALUE "WARN".
          02 FILLER PIC X(50) VALUE
             "unmaskable records left out of the copy".
          02 FILLER PIC X(56) VALUE
             "The masked copy is short. Check the records the mask".
          02 FILLER PIC X(56) VALUE
             "report lists for unreadable keys or balances.".
      *> -- accounts, ledger and payments
          02 FILLER PIC X(8) VALUE "ACT001".
          02 FILLER PIC X(4) VALUE "WARN".
          02 FILLER PIC X(50) VALUE
             "&1 busy -- approvals wait a run".
          02 FILLER PIC X(56) VALUE
             "Pending approvals roll to the next posting run. Check".
          02 FILLER PIC X(56) VALUE
             "who holds ACCTAPRV if it repeats tomorrow.".
          02 FILLER PIC X(8) VALUE "ACT002".
          02 FILLER PIC X(4) VALUE "WARN".
          02 FILLER PIC X(50) VALUE
             "ACCTMAST and BTREEDAT disagree".
          02 FILLER PIC X(56) VALUE
             "Read the reconcile report; rebuild the btree store from".
          02 FILLER PIC X(56) VALUE
             "ACCTMAST with btree_maint RESYNC once agreed.".
          02 FILLER PIC X(8) VALUE "ACT003".
          02 FILLER PIC X(4) VALUE "FATL".
          02 FILLER PIC X(50) VALUE
             "ACCTMAST lost between total sweeps".
          02 FILLER PIC X(56) VALUE
             "The master changed under the run. Find who touched it".
          02 FILLER PIC X(56) VALUE
             "(lock_display, RUNAUDIT), restore if needed, rerun.".
          02 FILLER PIC X(8) VALUE "ACT004".
          02 FILLER PIC X(4) VALUE "FATL".
          02 FILLER PIC X(50) VALUE
             "ACCTMAST restore failed verification".
          02 FILLER PIC X(56) VALUE
             "The restored master does not match its backup totals.".
          02 FILLER PIC X(56) VALUE
             "Keep the old master; try an earlier ACCTBKUP copy.".
          02 FILLER PIC X(8) VALUE "ACT005".
          02 FILLER PIC X(4) VALUE "WARN".
          02 FILLER PIC X(50) VALUE
             "ACCTSCHD instruction not advanced".
          02 FILLER PIC X(56) VALUE
             "A standing instruction fired but was not moved on, so".
          02 FILLER PIC X(56) VALUE
             "it may fire twice. Fix its next date on ACCTSCHD.".
          02 FILLER PIC X(8) VALUE "ACT006".
          02 FILLER PIC X(4) VALUE "WARN".
          02 FILLER PIC X(50) VALUE
             "account keys on ACCTMAST fail the check digit".
          02 FILLER PIC X(56) VALUE
             "Read KEYCONV for the keys. Convert them with key_convert".
          02 FILLER PIC X(56) VALUE
             "and tell the owners of any downstream copies.".
          02 FILLER PIC X(8) VALUE "ACT007".
          02 FILLER PIC X(4) VALUE "WARN".
          02 FILLER PIC X(50) VALUE
             "account number range close to running out".
          02 FILLER PIC X(56) VALUE
             "Read ALOCRPT and ask for a new range on ACCTRNGE before".
          02 FILLER PIC X(56) VALUE
             "key_alloc refuses new accounts.".
          02 FILLER PIC X(8) VALUE "ACT008".
          02 FILLER PIC X(4) VALUE "WARN".
          02 FILLER PIC X(50) VALUE
             "accounts overdrawn past their limit".
          02 FILLER PIC X(56) VALUE
             "Pass OVDRPT to the credit team today for contact and".
          02 FILLER PIC X(56) VALUE
             "any limit changes.".
          02 FILLER PIC X(8) VALUE "ACT009".
          02 FILLER PIC X(4) VALUE "WARN".
          02 FILLER PIC X(50) VALUE
             "accrual run with no PARMLIB rates".
          02 FILLER PIC X(56) VALUE
             "Interest accrued at zero. Load the ACCRUE rates on".
          02 FILLER PIC X(56) VALUE
             "PARMLIB and rerun the accrual before the books close.".
          02 FILLER PIC X(8) VALUE "ACT010".
          02 FILLER PIC X(4) VALUE "WARN".
          02 FILLER PIC X(50) VALUE
             "closed accounts not purged this run".
          02 FILLER PIC X(56) VALUE
             "See PRGERPT for the failures; the accounts stay on the".
          02 FILLER PIC X(56) VALUE
             "master and are tried again next purge run.".
          02 FILLER PIC X(8) VALUE "ACT011".
          02 FILLER PIC X(4) VALUE "FATL".
          02 FILLER PIC X(50) VALUE
             "closed-account purge failed its proof".
          02 FILLER PIC X(56) VALUE
             "Master, archive and ledger disagree. Do not rerun; check".
          02 FILLER PIC X(56) VALUE
             "PRGERPT and restore ACCTMAST from ACCTBKUP if needed.".
          02 FILLER PIC X(8) VALUE "ACT012".
          02 FILLER PIC X(4) VALUE "WARN".
          02 FILLER PIC X(50) VALUE
             "control-account ledger has findings".
          02 FILLER PIC X(56) VALUE
             "Read the ledger report for the breaks; agree each one".
          02 FILLER PIC X(56) VALUE
             "with the posting runs before the period closes.".
          02 FILLER PIC X(8) VALUE "ACT013".
          02 FILLER PIC X(4) VALUE "FATL".
          02 FILLER PIC X(50) VALUE
             "control-account proof failed this run".
          02 FILLER PIC X(56) VALUE
             "Postings do not tie to the control account. Hold the GL".
          02 FILLER PIC X(56) VALUE
             "extract, find the break on ACCTRPT and correct it.".
          02 FILLER PIC X(8) VALUE "ACT014".
          02 FILLER PIC X(4) VALUE "WARN".
          02 FILLER PIC X(50) VALUE
             "currency with no FX rate on file".
          02 FILLER PIC X(56) VALUE
             "Totals left the currency out. Load its rate on FXRATES".
          02 FILLER PIC X(56) VALUE
             "and rerun the report if the totals matter today.".
          02 FILLER PIC X(8) VALUE "ACT015".
          02 FILLER PIC X(4) VALUE "WARN".
          02 FILLER PIC X(50) VALUE
             "customer links to accounts not on ACCTMAST".
          02 FILLER PIC X(56) VALUE
             "CUSTREL holds stale links. Check CUSTPOS for them and".
          02 FILLER PIC X(56) VALUE
             "remove or correct them with cust_maint.".
          02 FILLER PIC X(8) VALUE "ACT016".
          02 FILLER PIC X(4) VALUE "WARN".
          02 FILLER PIC X(50) VALUE
             "interest on accounts with no CUSTREL holder".
          02 FILLER PIC X(56) VALUE
             "Interest will not reach a tax return. Link a holder".
          02 FILLER PIC X(56) VALUE
             "with cust_maint before the tax extract is sent.".
          02 FILLER PIC X(8) VALUE "ACT017".
          02 FILLER PIC X(4) VALUE "WARN".
          02 FILLER PIC X(50) VALUE
             "interest extract differs from the registers".
          02 FILLER PIC X(56) VALUE
             "Do not send TAXEXTR. Agree TAXRPT with the accrual".
          02 FILLER PIC X(56) VALUE
             "registers, fix the source and rerun the extract.".
          02 FILLER PIC X(8) VALUE "ACT018".
          02 FILLER PIC X(4) VALUE "WARN".
          02 FILLER PIC X(50) VALUE
             "journal records did not fit the base image".
          02 FILLER PIC X(56) VALUE
             "The replayed master may be short. Check the replay".
          02 FILLER PIC X(56) VALUE
             "report and that the right ACCTBASE was used.".
          02 FILLER PIC X(8) VALUE "ACT019".
          02 FILLER PIC X(4) VALUE "WARN".
          02 FILLER PIC X(50) VALUE
             "period not marked closed".
          02 FILLER PIC X(56) VALUE
             "Postings can still land in the period. Close it with".
          02 FILLER PIC X(56) VALUE
             "acct_close once the business signs off.".
          02 FILLER PIC X(8) VALUE "ACT020".
          02 FILLER PIC X(4) VALUE "WARN".
          02 FILLER PIC X(50) VALUE
             "posting run dated in a closed period".
          02 FILLER PIC X(56) VALUE
             "Check the business date on PROCDATE; reverse any".
          02 FILLER PIC X(56) VALUE
             "postings that landed in the closed period.".
          02 FILLER PIC X(8) VALUE "ACT021".
          02 FILLER PIC X(4) VALUE "WARN".
          02 FILLER PIC X(50) VALUE
             "posting run resumed from checkpoint".
          02 FILLER PIC X(56) VALUE
             "An earlier run died part way. Check its SYSOUT for the".
          02 FILLER PIC X(56) VALUE
             "cause and agree totals on ACCTRPT with the batch.".
          02 FILLER PIC X(8) VALUE "ACT022".
          02 FILLER PIC X(4) VALUE "WARN".
          02 FILLER PIC X(50) VALUE
             "tax extract account table full -- incomplete".
          02 FILLER PIC X(56) VALUE
             "Do not send TAXEXTR; the table limit needs raising.".
          02 FILLER PIC X(56) VALUE
             "Pass to development before the filing deadline.".
          02 FILLER PIC X(8) VALUE "ACT023".
          02 FILLER PIC X(4) VALUE "WARN".
          02 FILLER PIC X(50) VALUE
             "trial image truncated at 9999".
          02 FILLER PIC X(56) VALUE
             "The trial report covers only part of the batch; the".
          02 FILLER PIC X(56) VALUE
             "real posting run is not affected. Split large trials.".
          02 FILLER PIC X(8) VALUE "ACT024".
          02 FILLER PIC X(4) VALUE "FATL".
          02 FILLER PIC X(50) VALUE
             "LEGLHOLD list past 5000 keys".
          02 FILLER PIC X(56) VALUE
             "Nothing purged. The legal-hold list is too big for one".
          02 FILLER PIC X(56) VALUE
             "run; pass to development to raise the limit.".
          02 FILLER PIC X(8) VALUE "ACT025".
          02 FILLER PIC X(4) VALUE "FATL".
          02 FILLER PIC X(50) VALUE
             "no account requested".
          02 FILLER PIC X(56) VALUE
             "Give an account key, or FILE with an STMTREQ dataset".
          02 FILLER PIC X(56) VALUE
             "of keys, and rerun the statement.".
          02 FILLER PIC X(8) VALUE "ACT026".
          02 FILLER PIC X(4) VALUE "WARN".
          02 FILLER PIC X(50) VALUE
             "balance confirmations disputed or unanswered".
          02 FILLER PIC X(56) VALUE
             "Pass CONFEXC to the audit team for follow-up with the".
          02 FILLER PIC X(56) VALUE
             "customers named.".
          02 FILLER PIC X(8) VALUE "ACT027".
          02 FILLER PIC X(4) VALUE "WARN".
          02 FILLER PIC X(50) VALUE
             "confirmation sample banded unrated balances".
          02 FILLER PIC X(56) VALUE
             "A currency had no FX rate, so bands may be off. Load".
          02 FILLER PIC X(56) VALUE
             "the rate on FXRATES before the next sample.".
          02 FILLER PIC X(8) VALUE "ACT028".
          02 FILLER PIC X(4) VALUE "FATL".
          02 FILLER PIC X(50) VALUE
             "CONFREG in use -- sample not drawn".
          02 FILLER PIC X(56) VALUE
             "Another step holds CONFREG. Wait for it to end (see".
          02 FILLER PIC X(56) VALUE
             "lock_display), then rerun conf_sample.".
          02 FILLER PIC X(8) VALUE "ACT029".
          02 FILLER PIC X(4) VALUE "FATL".
          02 FILLER PIC X(50) VALUE
             "balance history not taken for &1".
          02 FILLER PIC X(56) VALUE
             "The nightly balance image is missing. Rerun bal_history".
          02 FILLER PIC X(56) VALUE
             "for the date before ACCTMAST moves on.".
          02 FILLER PIC X(8) VALUE "ACT030".
          02 FILLER PIC X(4) VALUE "WARN".
          02 FILLER PIC X(50) VALUE
             "GL postings routed to the suspense account".
          02 FILLER PIC X(56) VALUE
             "Some entries had no GL mapping. Add the mappings and".
          02 FILLER PIC X(56) VALUE
             "clear the suspense account by journal.".
          02 FILLER PIC X(8) VALUE "ACT031".
          02 FILLER PIC X(4) VALUE "FATL".
          02 FILLER PIC X(50) VALUE
             "GL journal table full -- feed not sent".
          02 FILLER PIC X(56) VALUE
             "GLJRNL was left empty. The journal outgrew its table;".
          02 FILLER PIC X(56) VALUE
             "pass to development and agree a late feed with the GL.".
          02 FILLER PIC X(8) VALUE "ACT032".
          02 FILLER PIC X(4) VALUE "WARN".
          02 FILLER PIC X(50) VALUE
             "disbursement exceptions and stale items: &2".
          02 FILLER PIC X(56) VALUE
             "Read the reconcile report; chase stale cheques with the".
          02 FILLER PIC X(56) VALUE
             "payees and agree exceptions with the bank.".
          02 FILLER PIC X(8) VALUE "ACT033".
          02 FILLER PIC X(4) VALUE "FATL".
          02 FILLER PIC X(50) VALUE
             "GL journal does not balance -- not sent".
          02 FILLER PIC X(56) VALUE
             "GLJRNL was left empty. Read GLRPT for the currency off".
          02 FILLER PIC X(56) VALUE
             "balance, correct the postings, rerun gl_extract.".
          02 FILLER PIC X(8) VALUE "ACT034".
          02 FILLER PIC X(4) VALUE "FATL".
          02 FILLER PIC X(50) VALUE
             "no ACCTLDGR entry for this cycle -- GL not sent".
          02 FILLER PIC X(56) VALUE
             "The posting run wrote no ledger entry. Check it ran and".
          02 FILLER PIC X(56) VALUE
             "wrote ACCTLDGR, then rerun gl_extract.".
          02 FILLER PIC X(8) VALUE "ACT035".
          02 FILLER PIC X(4) VALUE "FATL".
          02 FILLER PIC X(50) VALUE
             "ACCTLDGR proof failed -- GL not sent".
          02 FILLER PIC X(56) VALUE
             "The ledger does not prove tonight. Clear acct_ledger's".
          02 FILLER PIC X(56) VALUE
             "findings first, then rerun gl_extract.".
          02 FILLER PIC X(8) VALUE "ACT036".
          02 FILLER PIC X(4) VALUE "FATL".
          02 FILLER PIC X(50) VALUE
             "GL journal does not tie to ACCTLDGR -- not sent".
          02 FILLER PIC X(56) VALUE
             "Read GLRPT for the untied amounts, agree them with the".
          02 FILLER PIC X(56) VALUE
             "ledger and rerun gl_extract before the GL cut-off.".
          02 FILLER PIC X(8) VALUE "ACT037".
          02 FILLER PIC X(4) VALUE "WARN".
          02 FILLER PIC X(50) VALUE
             "term deposit &1 not moved on after maturity".
          02 FILLER PIC X(56) VALUE
             "Its postings went out but ACCTTERM still shows it due,".
          02 FILLER PIC X(56) VALUE
             "so it would mature twice. Fix it before the next run.".
          02 FILLER PIC X(8) VALUE "ACT038".
          02 FILLER PIC X(4) VALUE "WARN".
          02 FILLER PIC X(50) VALUE
             "&1 has &2 deposit(s) past maturity, unpaid".
          02 FILLER PIC X(56) VALUE
             "term_mature has not matured them. Check it ran and ended".
          02 FILLER PIC X(56) VALUE
             "clean for each day since; rerun it for today, no sooner.".
          02 FILLER PIC X(8) VALUE "ACT039".
          02 FILLER PIC X(4) VALUE "FATL".
          02 FILLER PIC X(50) VALUE
             "&1 too long to check the rerun against".
          02 FILLER PIC X(56) VALUE
             "Nothing was matured or released twice. The day's log".
          02 FILLER PIC X(56) VALUE
             "outgrew the program's table; pass to development.".
      *> -- sorts, merges and the pipeline
          02 FILLER PIC X(8) VALUE "SRT001".
          02 FILLER PIC X(4) VALUE "FATL".
          02 FILLER PIC X(50) VALUE
             "SORTPICK names an unknown algorithm".
          02 FILLER PIC X(56) VALUE
             "Check SORTPICK from sort_select; rerun it or fix".
          02 FILLER PIC X(56) VALUE
             "the decision record, then rerun sort_run.".
          02 FILLER PIC X(8) VALUE "SRT002".
          02 FILLER PIC X(4) VALUE "FATL".
          02 FILLER PIC X(50) VALUE
             "no SORTPICK decision to run".
          02 FILLER PIC X(56) VALUE
             "Run sort_select first to choose the sort, then rerun".
          02 FILLER PIC X(56) VALUE
             "sort_run.".
          02 FILLER PIC X(8) VALUE "SRT003".
          02 FILLER PIC X(4) VALUE "FATL".
          02 FILLER PIC X(50) VALUE
             "chosen sort left no output to land".
          02 FILLER PIC X(56) VALUE
             "The chosen sort ended without output. Read its SYSOUT,".
          02 FILLER PIC X(56) VALUE
             "fix the failure, then rerun sort_run.".
          02 FILLER PIC X(8) VALUE "SRT004".
          02 FILLER PIC X(4) VALUE "FATL".
          02 FILLER PIC X(50) VALUE
             "BUBBLIN changed since the split".
          02 FILLER PIC X(56) VALUE
             "The partitions are stale. Rerun sort_run SPLIT to cut".
          02 FILLER PIC X(56) VALUE
             "them again from the current BUBBLIN.".
          02 FILLER PIC X(8) VALUE "SRT005".
          02 FILLER PIC X(4) VALUE "FATL".
          02 FILLER PIC X(50) VALUE
             "BUBBLIN row not numeric, no split".
          02 FILLER PIC X(56) VALUE
             "Rerun sort_edit to clean BUBBLIN, then rerun sort_run".
          02 FILLER PIC X(56) VALUE
             "SPLIT.".
          02 FILLER PIC X(8) VALUE "SRT006".
          02 FILLER PIC X(4) VALUE "FATL".
          02 FILLER PIC X(50) VALUE
             "PART partition number out of range".
          02 FILLER PIC X(56) VALUE
             "Give a partition number the SORTPART list holds; check".
          02 FILLER PIC X(56) VALUE
             "the step's JCL or schedule entry, then rerun.".
          02 FILLER PIC X(8) VALUE "SRT007".
          02 FILLER PIC X(4) VALUE "FATL".
          02 FILLER PIC X(50) VALUE
             "SPLIT partition count out of range".
          02 FILLER PIC X(56) VALUE
             "Give a partition count from 2 to the most sort_run".
          02 FILLER PIC X(56) VALUE
             "allows; fix the JCL or schedule entry and rerun.".
          02 FILLER PIC X(8) VALUE "SRT008".
          02 FILLER PIC X(4) VALUE "FATL".
          02 FILLER PIC X(50) VALUE
             "SORTPART parts list incomplete".
          02 FILLER PIC X(56) VALUE
             "A partition sort did not finish. Rerun the missing PART".
          02 FILLER PIC X(56) VALUE
             "steps, then rerun the MERGE step.".
          02 FILLER PIC X(8) VALUE "SRT009".
          02 FILLER PIC X(4) VALUE "FATL".
          02 FILLER PIC X(50) VALUE
             "no SORTPART parts list".
          02 FILLER PIC X(56) VALUE
             "Run sort_run SPLIT first to cut the partitions, then".
          02 FILLER PIC X(56) VALUE
             "rerun this step.".
          02 FILLER PIC X(8) VALUE "SRT010".
          02 FILLER PIC X(4) VALUE "FATL".
          02 FILLER PIC X(50) VALUE
             "partition over the 9999-row table".
          02 FILLER PIC X(56) VALUE
             "Rerun SPLIT with more partitions so each one fits the".
          02 FILLER PIC X(56) VALUE
             "in-memory table.".
          02 FILLER PIC X(8) VALUE "SRT011".
          02 FILLER PIC X(4) VALUE "FATL".
          02 FILLER PIC X(50) VALUE
             "partitioned sort cannot order on BAL".
          02 FILLER PIC X(56) VALUE
             "Partitions are cut on key ranges. Run the balance".
          02 FILLER PIC X(56) VALUE
             "order as a single sort, not SPLIT/PART/MERGE.".
          02 FILLER PIC X(8) VALUE "SRT012".
          02 FILLER PIC X(4) VALUE "FATL".
          02 FILLER PIC X(50) VALUE
             "sorted partitions fail their control proof".
          02 FILLER PIC X(56) VALUE
             "Rows were lost or duplicated between SPLIT and MERGE.".
          02 FILLER PIC X(56) VALUE
             "Do not use BUBBLOUT; rerun from SPLIT.".
          02 FILLER PIC X(8) VALUE "SRT013".
          02 FILLER PIC X(4) VALUE "FATL".
          02 FILLER PIC X(50) VALUE
             "merge input out of sequence".
          02 FILLER PIC X(56) VALUE
             "An input to the merge is not sorted. Rerun the sort".
          02 FILLER PIC X(56) VALUE
             "that made it, then rerun the merge.".
          02 FILLER PIC X(8) VALUE "SRT014".
          02 FILLER PIC X(4) VALUE "FATL".
          02 FILLER PIC X(50) VALUE
             "no merge input datasets present".
          02 FILLER PIC X(56) VALUE
             "None of MRGIN1-4 exist. Run the sorts that feed the".
          02 FILLER PIC X(56) VALUE
             "merge first, then rerun it.".
          02 FILLER PIC X(8) VALUE "SRT015".
          02 FILLER PIC X(4) VALUE "FATL".
          02 FILLER PIC X(50) VALUE
             "canary records lost in the pipeline".
          02 FILLER PIC X(56) VALUE
             "A pipeline step dropped records. Read CANRPT for where".
          02 FILLER PIC X(56) VALUE
             "the canaries stopped and hold downstream steps.".
          02 FILLER PIC X(8) VALUE "SRT016".
          02 FILLER PIC X(4) VALUE "WARN".
          02 FILLER PIC X(50) VALUE
             "control totals out of balance".
          02 FILLER PIC X(56) VALUE
             "Read controls_verify's report for the pair that differs".
          02 FILLER PIC X(56) VALUE
             "and rerun from the first step that lost records.".
          02 FILLER PIC X(8) VALUE "SRT017".
          02 FILLER PIC X(4) VALUE "WARN".
          02 FILLER PIC X(50) VALUE
             "delta &1 exceeds tolerance".
          02 FILLER PIC X(56) VALUE
             "Tonight's output moved more than usual against last".
          02 FILLER PIC X(56) VALUE
             "night's. Review the delta report before release.".
          02 FILLER PIC X(8) VALUE "SRT018".
          02 FILLER PIC X(4) VALUE "FATL".
          02 FILLER PIC X(50) VALUE
             "delta &1 exceeds tolerance".
          02 FILLER PIC X(56) VALUE
             "Output held: it moved past the hard tolerance against".
          02 FILLER PIC X(56) VALUE
             "last night's. Find the cause before any release.".
          02 FILLER PIC X(8) VALUE "SRT019".
          02 FILLER PIC X(4) VALUE "WARN".
          02 FILLER PIC X(50) VALUE
             "keys with no reference entry this run".
          02 FILLER PIC X(56) VALUE
             "Read ENRRPT for the keys; load the missing reference".
          02 FILLER PIC X(56) VALUE
             "rows on REFDATA before tomorrow's run.".
          02 FILLER PIC X(8) VALUE "SRT020".
          02 FILLER PIC X(4) VALUE "FATL".
          02 FILLER PIC X(50) VALUE
             "bad or missing extract mode".
          02 FILLER PIC X(56) VALUE
             "Give the extract mode the step documents (see its".
          02 FILLER PIC X(56) VALUE
             "header comment) and rerun.".
          02 FILLER PIC X(8) VALUE "SRT021".
          02 FILLER PIC X(4) VALUE "WARN".
          02 FILLER PIC X(50) VALUE
             "unrouted categories landed on SPLITEXC".
          02 FILLER PIC X(56) VALUE
             "Add the categories to DEPTROUT, then resend SPLITEXC's".
          02 FILLER PIC X(56) VALUE
             "rows to the right departments.".
          02 FILLER PIC X(8) VALUE "SRT022".
          02 FILLER PIC X(4) VALUE "FATL".
          02 FILLER PIC X(50) VALUE
             "DEPTROUT routing table missing or empty".
          02 FILLER PIC X(56) VALUE
             "Restore DEPTROUT from backup or load the routing rows,".
          02 FILLER PIC X(56) VALUE
             "then rerun dept_split.".
      *> -- number-theory scans
          02 FILLER PIC X(8) VALUE "NUM001".
          02 FILLER PIC X(4) VALUE "WARN".
          02 FILLER PIC X(50) VALUE
             "&1 not updated this scan".
          02 FILLER PIC X(56) VALUE
             "Results were printed but not kept, so lookups stay on".
          02 FILLER PIC X(56) VALUE
             "the old master. Check its access; rerun the scan.".
          02 FILLER PIC X(8) VALUE "NUM002".
          02 FILLER PIC X(4) VALUE "FATL".
          02 FILLER PIC X(50) VALUE
             "ARITHMST sieve disagrees with trial division".
          02 FILLER PIC X(56) VALUE
             "Do not use ARITHMST. Pass the report to development;".
          02 FILLER PIC X(56) VALUE
             "rerun arith_funcs after the fix.".
          02 FILLER PIC X(8) VALUE "NUM003".
          02 FILLER PIC X(4) VALUE "FATL".
          02 FILLER PIC X(50) VALUE
             "prime count disagrees with pi(x) -- sieve suspect".
          02 FILLER PIC X(56) VALUE
             "Do not use PRIMEMST. Pass the report to development;".
          02 FILLER PIC X(56) VALUE
             "rerun the prime scan after the fix.".
          02 FILLER PIC X(8) VALUE "NUM004".
          02 FILLER PIC X(4) VALUE "FATL".
          02 FILLER PIC X(50) VALUE
             "no PRIMEMST for the prime-counting table".
          02 FILLER PIC X(56) VALUE
             "Run prime_numbers SEARCH first to build PRIMEMST, then".
          02 FILLER PIC X(56) VALUE
             "rerun this step.".
          02 FILLER PIC X(8) VALUE "NUM005".
          02 FILLER PIC X(4) VALUE "FATL".
          02 FILLER PIC X(50) VALUE
             "number-theory master failed verification".
          02 FILLER PIC X(56) VALUE
             "Read the verify report for the master named, rebuild it".
          02 FILLER PIC X(56) VALUE
             "with its scan and rerun master_verify.".
      *> -- the btree store
          02 FILLER PIC X(8) VALUE "BTR001".
          02 FILLER PIC X(4) VALUE "FATL".
          02 FILLER PIC X(50) VALUE
             "btree compaction failed verification".
          02 FILLER PIC X(56) VALUE
             "The old store was kept. Read BTVRFRPT and pass it to".
          02 FILLER PIC X(56) VALUE
             "development before trying the compaction again.".
          02 FILLER PIC X(8) VALUE "BTR002".
          02 FILLER PIC X(4) VALUE "WARN".
          02 FILLER PIC X(50) VALUE
             "btree index stale or store unverified".
          02 FILLER PIC X(56) VALUE
             "Inquiries may read a stale index. Run btree_reorg to".
          02 FILLER PIC X(56) VALUE
             "rebuild it, then rerun btree_verify.".
          02 FILLER PIC X(8) VALUE "BTR003".
          02 FILLER PIC X(4) VALUE "FATL".
          02 FILLER PIC X(50) VALUE
             "btree store damaged -- see BTVRFRPT".
          02 FILLER PIC X(56) VALUE
             "Stop btree updates. Rebuild the store from BTREEJRN".
          02 FILLER PIC X(56) VALUE
             "with btree_replay, or restore it; then reverify.".
          02 FILLER PIC X(8) VALUE "BTR004".
          02 FILLER PIC X(4) VALUE "FATL".
          02 FILLER PIC X(50) VALUE
             "RESYNTRN has no proposal header".
          02 FILLER PIC X(56) VALUE
             "The resync file is not an acct_reconcile proposal.".
          02 FILLER PIC X(56) VALUE
             "Rerun acct_reconcile for a fresh one.".
          02 FILLER PIC X(8) VALUE "BTR005".
          02 FILLER PIC X(4) VALUE "FATL".
          02 FILLER PIC X(50) VALUE
             "RESYNTRN proposal not released".
          02 FILLER PIC X(56) VALUE
             "A resync needs release first: PARMLIB BTMAINT RELEASE=".
          02 FILLER PIC X(56) VALUE
             "the proposal stamp, set by an operator; then rerun.".
          02 FILLER PIC X(8) VALUE "BTR006".
          02 FILLER PIC X(4) VALUE "FATL".
          02 FILLER PIC X(50) VALUE
             "RESYNTRN was proposed for another tree".
          02 FILLER PIC X(56) VALUE
             "Apply the proposal to the tree it names, or rerun".
          02 FILLER PIC X(56) VALUE
             "acct_reconcile against this one.".
          02 FILLER PIC X(8) VALUE "BTR007".
          02 FILLER PIC X(4) VALUE "WARN".
          02 FILLER PIC X(50) VALUE
             "occurrence spike on &1, today &2".
          02 FILLER PIC X(56) VALUE
             "Check BTSPKRPT and the day's transactions for the key".
          02 FILLER PIC X(56) VALUE
             "with the business; it may be fraud or a loop.".
      *> -- operations and monitoring
          02 FILLER PIC X(8) VALUE "OPS001".
          02 FILLER PIC X(4) VALUE "FATL".
          02 FILLER PIC X(50) VALUE
             "&1 missed its batch-window deadline".
          02 FILLER PIC X(56) VALUE
             "Tell the business owners of downstream feeds now; note".
          02 FILLER PIC X(56) VALUE
             "the cause on the shift log.".
          02 FILLER PIC X(8) VALUE "OPS002".
          02 FILLER PIC X(4) VALUE "WARN".
          02 FILLER PIC X(50) VALUE
             "&1 is close to its deadline".
          02 FILLER PIC X(56) VALUE
             "Watch tonight's run of the step; look at DEADLRPT's".
          02 FILLER PIC X(56) VALUE
             "average slack for a trend.".
          02 FILLER PIC X(8) VALUE "OPS003".
          02 FILLER PIC X(4) VALUE "WARN".
          02 FILLER PIC X(50) VALUE
             "&1 projected to hit its ceiling".
          02 FILLER PIC X(56) VALUE
             "Read CAPRPT for the date it crosses; raise the limit or".
          02 FILLER PIC X(56) VALUE
             "archive before then.".
          02 FILLER PIC X(8) VALUE "OPS004".
          02 FILLER PIC X(4) VALUE "WARN".
          02 FILLER PIC X(50) VALUE
             "&1 drifted from the approved baseline".
          02 FILLER PIC X(56) VALUE
             "Review the control dataset's change; approve it with".
          02 FILLER PIC X(56) VALUE
             "ctl_snapshot or restore the approved copy.".
          02 FILLER PIC X(8) VALUE "OPS005".
          02 FILLER PIC X(4) VALUE "FATL".
          02 FILLER PIC X(50) VALUE
             "no approved CTLBASE baseline on file".
          02 FILLER PIC X(56) VALUE
             "Approve a baseline with ctl_snapshot, then rerun the".
          02 FILLER PIC X(56) VALUE
             "drift check.".
          02 FILLER PIC X(8) VALUE "OPS006".
          02 FILLER PIC X(4) VALUE "WARN".
          02 FILLER PIC X(50) VALUE
             "&1 late, &2".
          02 FILLER PIC X(56) VALUE
             "Chase its sender (FILEMANI); the dependent steps hold".
          02 FILLER PIC X(56) VALUE
             "until the file arrives or the hold is given up.".
          02 FILLER PIC X(8) VALUE "OPS007".
          02 FILLER PIC X(4) VALUE "FATL".
          02 FILLER PIC X(50) VALUE
             "&1 has &2 records -- past its plausible maximum".
          02 FILLER PIC X(56) VALUE
             "The file was refused. Confirm the volume with the".
          02 FILLER PIC X(56) VALUE
             "sender; raise FILEMANI's maximum only if it is real.".
          02 FILLER PIC X(8) VALUE "OPS008".
          02 FILLER PIC X(4) VALUE "FATL".
          02 FILLER PIC X(50) VALUE
             "&1 not arrived -- hold given up (&2)".
          02 FILLER PIC X(56) VALUE
             "Dependent steps will not run tonight. Agree a resend".
          02 FILLER PIC X(56) VALUE
             "with the sender and rerun the stream.".
          02 FILLER PIC X(8) VALUE "OPS009".
          02 FILLER PIC X(4) VALUE "FATL".
          02 FILLER PIC X(50) VALUE
             "watched file is not on the manifest".
          02 FILLER PIC X(56) VALUE
             "Add the file to FILEMANI with its sender and due time,".
          02 FILLER PIC X(56) VALUE
             "or correct the name given, then rerun.".
          02 FILLER PIC X(8) VALUE "OPS010".
          02 FILLER PIC X(4) VALUE "WARN".
          02 FILLER PIC X(50) VALUE
             "&1 interface has no acknowledgment".
          02 FILLER PIC X(56) VALUE
             "Ask the receiving system whether the file arrived;".
          02 FILLER PIC X(56) VALUE
             "resend it if not.".
          02 FILLER PIC X(8) VALUE "OPS011".
          02 FILLER PIC X(4) VALUE "FATL".
          02 FILLER PIC X(50) VALUE
             "&1 acknowledgment reports a mismatch".
          02 FILLER PIC X(56) VALUE
             "The receiver's counts differ from ours. Agree them with".
          02 FILLER PIC X(56) VALUE
             "the receiver and resend the file if asked.".
          02 FILLER PIC X(8) VALUE "OPS012".
          02 FILLER PIC X(4) VALUE "WARN".
          02 FILLER PIC X(50) VALUE
             "&1 moved sharply tonight".
          02 FILLER PIC X(56) VALUE
             "Read the quality report; find which step drove the".
          02 FILLER PIC X(56) VALUE
             "metric before the next cycle.".
          02 FILLER PIC X(8) VALUE "OPS013".
          02 FILLER PIC X(4) VALUE "WARN".
          02 FILLER PIC X(50) VALUE
             "&1 has no recovery point".
          02 FILLER PIC X(56) VALUE
             "The store cannot be recovered. Run its backup now and".
          02 FILLER PIC X(56) VALUE
             "check why the schedule missed it.".
          02 FILLER PIC X(8) VALUE "OPS014".
          02 FILLER PIC X(4) VALUE "WARN".
          02 FILLER PIC X(50) VALUE
             "&1 recovery point past target: &2".
          02 FILLER PIC X(56) VALUE
             "Take a backup of the store now and check why the".
          02 FILLER PIC X(56) VALUE
             "scheduled one did not run.".
          02 FILLER PIC X(8) VALUE "OPS015".
          02 FILLER PIC X(4) VALUE "WARN".
          02 FILLER PIC X(50) VALUE
             "&1 promoted with regression &2".
          02 FILLER PIC X(56) VALUE
             "The build went live without a clean regression. Rerun".
          02 FILLER PIC X(56) VALUE
             "REGRTEST and hold the release if it fails.".
          02 FILLER PIC X(8) VALUE "OPS016".
          02 FILLER PIC X(4) VALUE "WARN".
          02 FILLER PIC X(50) VALUE
             "&1 ran version &2, never passed regression".
          02 FILLER PIC X(56) VALUE
             "An unregistered build ran. Find who installed it; run".
          02 FILLER PIC X(56) VALUE
             "REGRTEST and promote it properly, or back it out.".
          02 FILLER PIC X(8) VALUE "OPS017".
          02 FILLER PIC X(4) VALUE "WARN".
          02 FILLER PIC X(50) VALUE
             "&1 missing from &2 pack".
          02 FILLER PIC X(56) VALUE
             "The report did not run this cycle. Check its step, rerun".
          02 FILLER PIC X(56) VALUE
             "it and resend the pack.".
          02 FILLER PIC X(8) VALUE "OPS018".
          02 FILLER PIC X(4) VALUE "FATL".
          02 FILLER PIC X(50) VALUE
             "streams failed, blocked or held for &1: &2".
          02 FILLER PIC X(56) VALUE
             "Read the stream schedule report for the failing step,".
          02 FILLER PIC X(56) VALUE
             "fix it and rerun the stream.".
          02 FILLER PIC X(8) VALUE "OPS019".
          02 FILLER PIC X(4) VALUE "WARN".
          02 FILLER PIC X(50) VALUE
             "&1 inquiry response over target: &2".
          02 FILLER PIC X(56) VALUE
             "Read the SLA report for the slow group; check the".
          02 FILLER PIC X(56) VALUE
             "inquiry server's load and the store behind it.".
          02 FILLER PIC X(8) VALUE "OPS020".
          02 FILLER PIC X(4) VALUE "WARN".
          02 FILLER PIC X(50) VALUE
             "requester-days past the view limit: &2".
          02 FILLER PIC X(56) VALUE
             "Pass the access report to security for review of the".
          02 FILLER PIC X(56) VALUE
             "requesters named.".
          02 FILLER PIC X(8) VALUE "OPS021".
          02 FILLER PIC X(4) VALUE "WARN".
          02 FILLER PIC X(50) VALUE
             "categories past the trend threshold: &2".
          02 FILLER PIC X(56) VALUE
             "Read TRENDRPT for the categories; pass them to the".
          02 FILLER PIC X(56) VALUE
             "business for review.".
          02 FILLER PIC X(8) VALUE "OPS022".
          02 FILLER PIC X(4) VALUE "FATL".
          02 FILLER PIC X(50) VALUE
             "no periods on PERIODHS".
          02 FILLER PIC X(56) VALUE
             "Close a period with acct_close to fill PERIODHS, then".
          02 FILLER PIC X(56) VALUE
             "rerun cat_trend.".
          02 FILLER PIC X(8) VALUE "OPS023".
          02 FILLER PIC X(4) VALUE "WARN".
          02 FILLER PIC X(50) VALUE
             "inquiries refused on &1: &2".
          02 FILLER PIC X(56) VALUE
             "Read INQRFRPT. An id not on INQENTL: find who sends it.".
          02 FILLER PIC X(56) VALUE
             "A refused function or key: grant on INQENTL if approved.".
          02 FILLER PIC X(8) VALUE "OPS024".
          02 FILLER PIC X(4) VALUE "FATL".
          02 FILLER PIC X(50) VALUE
             "&1 missing -- every inquiry request refused".
          02 FILLER PIC X(56) VALUE
             "Restore the INQENTL entitlement table from its backup;".
          02 FILLER PIC X(56) VALUE
             "the inquiry server answers again on its next poll.".
          02 FILLER PIC X(8) VALUE "OPS025".
          02 FILLER PIC X(4) VALUE "FATL".
          02 FILLER PIC X(50) VALUE
             "cycle &1 signed NO-GO: &2".
          02 FILLER PIC X(56) VALUE
             "Read CYCLCERT for the blocking verdicts; fix and rerun".
          02 FILLER PIC X(56) VALUE
             "them, or override with a reason on cycle_override.".
          02 FILLER PIC X(8) VALUE "OPS026".
          02 FILLER PIC X(4) VALUE "FATL".
          02 FILLER PIC X(50) VALUE
             "&1 held -- cycle not signed GO (&2)".
          02 FILLER PIC X(56) VALUE
             "Nothing went out. Run cycle_signoff for the cycle, or".
          02 FILLER PIC X(56) VALUE
             "have the NO-GO overridden, then rerun this step.".
          02 FILLER PIC X(8) VALUE "OPS027".
          02 FILLER PIC X(4) VALUE "WARN".
          02 FILLER PIC X(50) VALUE
             "cycle &1 NO-GO overridden by &2".
          02 FILLER PIC X(56) VALUE
             "Confirm the override reason on CYCLCERT with the duty".
          02 FILLER PIC X(56) VALUE
             "manager; the held outputs may now be released.".
          02 FILLER PIC X(8) VALUE "OPS028".
          02 FILLER PIC X(4) VALUE "WARN".
          02 FILLER PIC X(50) VALUE
             "cycle &1 signed GO with advisories: &2".
          02 FILLER PIC X(56) VALUE
             "Read CYCLCERT for the advisory verdicts and follow them".
          02 FILLER PIC X(56) VALUE
             "up in the day; the outputs are released.".
          02 FILLER PIC X(8) VALUE "OPS029".
          02 FILLER PIC X(4) VALUE "FATL".
          02 FILLER PIC X(50) VALUE
             "&1 has &2 bad line(s) -- cycle not signed".
          02 FILLER PIC X(56) VALUE
             "Correct the lines named on SYSOUT (class BLOCK or".
          02 FILLER PIC X(56) VALUE
             "ADVISE) and rerun cycle_signoff.".
      *> -- the report writer
          02 FILLER PIC X(8) VALUE "RPT001".
          02 FILLER PIC X(4) VALUE "FATL".
          02 FILLER PIC X(50) VALUE
             "no report named".
          02 FILLER PIC X(56) VALUE
             "Give the report id from RPTDEFS as the argument and".
          02 FILLER PIC X(56) VALUE
             "rerun.".
          02 FILLER PIC X(8) VALUE "RPT002".
          02 FILLER PIC X(4) VALUE "FATL".
          02 FILLER PIC X(50) VALUE
             "no &1 definition on RPTDEFS".
          02 FILLER PIC X(56) VALUE
             "Check the report id, or add the definition to RPTDEFS".
          02 FILLER PIC X(56) VALUE
             "and rerun.".
          02 FILLER PIC X(8) VALUE "RPT003".
          02 FILLER PIC X(4) VALUE "FATL".
          02 FILLER PIC X(50) VALUE
             "&1 definition refused -- see SYSOUT".
          02 FILLER PIC X(56) VALUE
             "Correct the RPTDEFS definition lines named on SYSOUT".
          02 FILLER PIC X(56) VALUE
             "and rerun.".
          02 FILLER PIC X(8) VALUE "RPT004".
          02 FILLER PIC X(4) VALUE "WARN".
          02 FILLER PIC X(50) VALUE
             "&1 cut short at 9999 selected rows".
          02 FILLER PIC X(56) VALUE
             "The report is partial. Narrow its selection on RPTDEFS".
          02 FILLER PIC X(56) VALUE
             "or split it.".
          02 FILLER PIC X(174) VALUE SPACES.
