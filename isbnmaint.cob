*> to the keyed/indexed master - each add is one keyed write, each change
*> one read/rewrite, each delete one keyed delete, so a dozen transactions
*> no longer cost a rewrite of the complete master generation. Leaves an
*> audit listing of every applied and rejected transaction, and journals a
*> before-image and an after-image of every record it adds, changes or
*> deletes, tagged with the run identifier, so the isbnback program can
*> reverse one bad run without a rebuild from an old extract. The flat-file
*> conversion either way (one-time load, downstream extract) is the
*> isbnload program's job.
*>
*> High-impact transactions - any delete, a title change, a price movement
*> over a set percentage, or every transaction for a publisher prefix that
*> has more than a set number in the file, as the approval control file
*> sets them - are validated as usual but then held on a pending-approval
*> queue instead of being applied, so one person's transaction file can't
*> remove or reprice hundreds of titles unseen. The control file is read on
*> every run; there is no way to run without it. The isbnappr program works
*> the queue off: a second person releases or rejects each held item, and
*> the released ones come back through this program on isbnappr's release
*> file, each still carrying its pending reference. A transaction carrying
*> a reference is applied without being held again only when the approval
*> log shows that item released, not yet applied, and released exactly as
*> it now reads; it is then logged as applied (or as failed, when it no
*> longer passes validation), so it can't go through twice.

identification division.
program-id. isbnmaint.
    organization is indexed
    access mode is dynamic
    record key is master-isbn
    *> title and author alternate keys, browsed by the isbnlook inquiry
    alternate record key is master-title with duplicates
    alternate record key is master-author with duplicates
    file status is master-stat.
select trans-file assign to dynamic ws-trans-fname
    organization is line sequential.
*> wearing the old price until someone happens to re-run a batch
select reprint-file assign to dynamic ws-reprint-fname
    organization is line sequential.
*> before/after-image journal: one record per applied transaction carrying
*> the master record as it stood before and as it was left after, tagged
*> with this run's identifier. the journal accumulates across runs (it is
*> appended to, never rewritten), which is what lets the isbnback program
*> see whether a later run has touched a record since
select journal-file assign to dynamic ws-journal-fname
    organization is line sequential.
*> approval thresholds: which valid transactions are held for a second pair
*> of eyes instead of being applied. required on every run
select control-file assign to dynamic ws-control-fname
    organization is line sequential.
*> pending-approval queue: every held transaction, appended to across runs
*> and worked off by the isbnappr program
select pending-file assign to dynamic ws-pending-fname
    organization is line sequential.
*> registration-group/publisher range table, the same file the isbn program
*> hyphenates from - read only when transactions are counted by prefix
select range-file assign to dynamic ws-range-fname
    organization is line sequential.
*> the isbnappr program's approval log: read to verify released items, and
*> appended to as each one is applied
select approval-log-file assign to dynamic ws-applog-fname
    organization is line sequential.
*> shared operations run log: a start and an end record per run, appended
*> by every program in the nightly chain for the isbnchain status report
select runlog-file assign to dynamic ws-runlog-fname
    organization is line sequential.

data division.
file section.

fd trans-file.
01 trans-record.
    02 trans-body.          *> the transaction proper
        03 trans-action    pic x. *> 'A' add, 'C' change, 'D' delete
        03 trans-isbn      pic x(13).
        03 trans-title     pic x(40).
        03 trans-author    pic x(30).
        03 trans-price     pic x(7). *> 9(5)v99 digits; spaces on a change mean "keep the old price"
        03 trans-price-num redefines trans-price pic 9(5)v99. *> numeric view, usable once trans-price tests NUMERIC
    *> pending reference on a transaction the isbnappr program released;
    *> a line that stops after the price reads it as spaces
    02 trans-release-ref.
        03 trans-rel-run-id pic x(16). *> maintenance run that held it
        03 trans-rel-seq   pic x(4). *> order it was held within that run

fd audit-file.
01 audit-record            pic x(200).
        03 rp-addon-cents  pic 9(4). *> price in cents, 9999 when the price exceeds 99.98
    02 rp-title            pic x(24). *> title short-text from the master record

fd journal-file.
01 journal-record.
    02 jr-run-id           pic x(16). *> the run that applied the change
    02 jr-seq              pic 9(6). *> order the change was applied within the run
    02 jr-stamp            pic x(16). *> date/time applied, YYYYMMDDHHMMSSss
    02 jr-action           pic x. *> 'A', 'C' or 'D' as applied to the master
    02 jr-isbn             pic x(13).
    02 jr-before-flag      pic x. *> 'Y' when jr-before holds the record as it stood, 'N' on an add
    02 jr-before.
        03 jr-before-isbn  pic x(13).
        03 jr-before-title pic x(40).
        03 jr-before-author pic x(30).
        03 jr-before-price pic 9(5)v99.
    02 jr-after-flag       pic x. *> 'Y' when jr-after holds the record as written, 'N' on a delete
    02 jr-after.
        03 jr-after-isbn   pic x(13).
        03 jr-after-title  pic x(40).
        03 jr-after-author pic x(30).
        03 jr-after-price  pic 9(5)v99.
    02 jr-backout-of       pic x(16). *> run an isbnback entry reversed; spaces on a maintenance entry

fd control-file.
01 control-record.          *> e.g. "HOLD-PRICE-PCT       25"; a blank line or '*' in column 1 is a comment
    02 mc-keyword          pic x(20). *> HOLD-DELETES, HOLD-TITLE-CHANGES, HOLD-PRICE-PCT, HOLD-PREFIX-CHANGES, PENDING-AGE-DAYS
    02 filler              pic x.
    02 mc-value            pic x(8). *> Y or N for a switch, a number for a limit
    02 filler              pic x(51).

fd pending-file.
01 pending-record.          *> same layout the isbnappr program works off
    02 pd-run-id           pic x(16). *> maintenance run that held the transaction
    02 pd-seq              pic 9(4). *> order it was held within that run
    02 pd-date             pic x(8). *> date held, YYYYMMDD
    02 pd-submitter        pic x(8). *> who submitted the transaction file
    02 pd-why              pic x(50). *> the threshold that held it
    02 pd-trans            pic x(91). *> the transaction as submitted, in the trans-body layout

fd range-file.
01 range-record.            *> e.g. "9780    0000000 1999999 2": publishers 00-19 under 978-0 are 2 digits
    02 rr-prefix           pic x(8). *> EAN prefix + registration group digits, left-justified
    02 filler              pic x.
    02 rr-lo               pic x(7). *> publisher range lower bound over the next 7 digits
    02 filler              pic x.
    02 rr-hi               pic x(7). *> publisher range upper bound over the next 7 digits
    02 filler              pic x.
    02 rr-len              pic x. *> publisher number length within that range

fd approval-log-file.
01 approval-log-record.     *> same layout the isbnappr program appends
    02 al-date             pic x(8). *> date decided or applied, YYYYMMDD
    02 filler              pic x.
    02 al-time             pic x(6). *> HHMMSS
    02 filler              pic x.
    02 al-decision         pic x(7). *> RELEASE or REJECT from isbnappr, APPLIED or FAILED from this program
    02 filler              pic x.
    02 al-approver         pic x(8). *> who decided it; on an APPLIED or FAILED record, who ran the maintenance
    02 filler              pic x.
    02 al-submitter        pic x(8).
    02 filler              pic x.
    02 al-run-id           pic x(16). *> with al-seq, the pending item
    02 filler              pic x.
    02 al-seq              pic 9(4).
    02 al-seq-x            redefines al-seq pic x(4).
    02 filler              pic x.
    02 al-action           pic x.
    02 filler              pic x.
    02 al-isbn             pic x(13).
    02 filler              pic x.
    02 al-held             pic x(8). *> date it was held, YYYYMMDD
    02 filler              pic x.
    02 al-note             pic x(40).
    02 filler              pic x.
    02 al-trans            pic x(91). *> the transaction decided, in the trans-body layout

fd runlog-file.
01 runlog-record.           *> same layout in every program that writes the run log
    02 rl-type             pic x. *> 'S' start, 'E' end
    02 rl-program          pic x(10).
    02 rl-date             pic x(8). *> YYYYMMDD
    02 rl-time             pic x(6). *> HHMMSS
    02 rl-input            pic x(30). *> principal input filename, as resolved
    02 rl-output           pic x(30). *> principal output filename, as resolved
    02 rl-read             pic 9(7). *> records read; zero on a start record
    02 rl-good             pic 9(7). *> records processed cleanly
    02 rl-bad              pic 9(7). *> records rejected, held or reported as exceptions
    02 rl-rc               pic 9(4). *> final RETURN-CODE; zero on a start record

working-storage section.
01 ws-master-fname         pic x(30).
01 ws-trans-fname          pic x(30).
01 ws-audit-fname          pic x(30).
01 ws-reprint-fname        pic x(30).
01 ws-journal-fname        pic x(30).
01 ws-run-id               pic x(16). *> identifier every journal record of this run carries
01 ws-control-fname        pic x(30).
01 ws-applog-fname         pic x(30). *> asked for only when the transaction file carries released items
01 ws-pending-fname        pic x(30).
01 ws-range-fname          pic x(30). *> spaces unless transactions are counted by prefix
01 ws-submitter            pic x(8). *> recorded on every held transaction; its approver must be someone else
01 ws-audit-ptr            pic 9(3). *> current write position within audit-record
01 master-stat             pic x(2). *> file status for the indexed master file
01 master-file-status      pic 9.
01 trans-status            pic 9.
01 feof                    pic 9 value 0. *> end-of-file switch for control-file
01 feof2                   pic 9 value 0. *> end-of-file switch for trans-file
01 feof3                   pic 9 value 0. *> end-of-file switch for range-file
01 feof4                   pic 9 value 0. *> end-of-file switch for the prefix-counting pass over trans-file
01 feof5                   pic 9 value 0. *> end-of-file switch for approval-log-file
01 range-file-status       pic 9.
01 control-file-status     pic 9.
01 applog-file-status      pic 9.
01 j                       pic 9(2). *> iterator for characters within the transaction ISBN
01 k                       pic 9(2). *> multiplier for ISBN digits when calculating expected check digit
01 master-found            pic 9. *> 1 when the keyed read found trans-isbn on the master
    02 count-read          pic 9(4) value 0.
    02 count-applied       pic 9(4) value 0.
    02 count-rejected      pic 9(4) value 0.
    02 count-held          pic 9(4) value 0. *> held for approval (also the pending sequence)
    02 count-released      pic 9(4) value 0. *> of those applied, released by an approver
01 hold-rules.              *> approval thresholds from the control file. a switch it leaves unset holds;
                            *> a limit it leaves unset holds nothing
    02 hold-deletes        pic x value 'Y'. *> 'Y' holds every delete
    02 hold-title-changes  pic x value 'Y'. *> 'Y' holds every change that alters a title
    02 hold-price-pct      pic 9(3)v9 value 0. *> holds a price movement over this percentage; 0 holds none
    02 hold-prefix-changes pic 9(5) value 0. *> holds every transaction for a prefix with more than this many; 0 holds none
01 hold-reason             pic x(50). *> spaces when the current transaction may be applied now
01 hold-vars.               *> working variables for the hold tests
    02 move-diff           pic 9(6)v99. *> absolute price difference, old vs new
    02 move-pct            pic 9(4)v9. *> movement as a percentage of the old price
    02 ed-move-pct         pic zzz9.9.
    02 ed-limit            pic zzzz9.
01 num-releases            pic 9(4) value 0.
01 release-list.            *> released items this transaction file carries, as the approval log has them
    02 release-entry       occurs 1 to 9999 times depending on num-releases.
        03 rx-run-id       pic x(16).
        03 rx-seq          pic x(4).
        03 rx-state        pic x. *> 'N' not released, 'R' released and not yet applied, 'A' applied, 'F' failed validation
        03 rx-approver     pic x(8).
        03 rx-submitter    pic x(8).
        03 rx-held         pic x(8). *> date it was held
        03 rx-trans        pic x(91). *> the transaction as released
01 release-vars.
    02 rx                  pic 9(4). *> iterator for release-list entries
    02 rel-x               pic 9(4). *> release-list row for the current transaction, 0 if it carries no reference
    02 al-decision-work    pic x(7). *> APPLIED or FAILED, the outcome being logged
01 num-ranges              pic 9(3).
01 range-list.              *> hyphenation range table loaded from range-file
    02 range-entry         occurs 1 to 999 times depending on num-ranges.
        03 range-prefix    pic x(8). *> EAN prefix + registration group digits
        03 range-prefix-len pic 9. *> how many digits of range-prefix are significant
        03 range-lo        pic 9(7). *> publisher range bounds over the 7 digits after the group
        03 range-hi        pic 9(7).
        03 range-pub-len   pic 9. *> publisher number length within this range
01 num-prefixes            pic 9(4) value 0.
01 prefix-list.             *> transactions in this file per publisher prefix
    02 prefix-entry        occurs 1 to 9999 times depending on num-prefixes.
        03 prefix-label    pic x(17). *> e.g. 978-0-13; (unclassified) when the range table has no row for it
        03 prefix-count    pic 9(5).
01 prefix-vars.
    02 px                  pic 9(4). *> iterator for prefix-list entries
    02 prefix-x            pic 9(4). *> prefix-list row for the current transaction
    02 prefix-work         pic x(17). *> label derived for the current transaction
    02 prefix-lbl-len      pic 9(2).
01 hyph-vars.               *> working variables for hyphenateISBN, same method as the isbn program
    02 hyph-in             pic x(13). *> bare ISBN to hyphenate, left-justified
    02 hyph-in-len         pic 9(2). *> 10 or 13
    02 hyph-out            pic x(17). *> hyphenated result, or hyph-in unchanged when no range row matches
    02 hyph-key            pic x(13). *> 13-digit view used for range matching
    02 hyph-rest           pic x(7). *> the 7 digits after the matched group, for the lo/hi compare
    02 hyph-rest-n         pic 9(7). *> numeric view of hyph-rest
    02 hyph-r              pic 9(3). *> range-list iterator
    02 hyph-best           pic 9(3). *> matching range row, 0 if none
    02 hyph-best-len       pic 9. *> significant prefix length of the best row so far
    02 hyph-p              pic 9. *> significant prefix length of the row being tested
    02 hyph-g              pic 9(2). *> registration-group digit count (after the 978/979)
    02 hyph-pub            pic 9(2). *> publisher digit count
    02 hyph-title          pic s9(3). *> title digit count; signed so a bad table row shows up as <= 0
    02 hyph-pos            pic 9(2). *> read position while assembling hyph-out
    02 hyph-ptr            pic 9(2). *> write position while assembling hyph-out
01 price-digits-ok         pic 9. *> 1 when every character of trans-price is a digit
01 reprint-vars.            *> working variables for the shelf-label reprint extract
    02 old-price           pic 9(5)v99. *> master price before the change was applied
    02 ean-check           pic 9(2) value 0.
    02 ean-check-digit     pic 9.
    02 ean-product         pic 9(3) value 0.
01 journal-vars.            *> working variables for the before/after-image journal
    02 journal-seq         pic 9(6) value 0. *> journal records written this run
    02 before-found        pic 9. *> 1 when before-image holds the record as it stood
    02 before-image        pic x(90). *> master-record before the transaction touched it
    02 after-image         pic x(90). *> master-record as the transaction left it
01 edited-price            pic zz,zz9.99. *> display form of a price for the audit listing
01 ws-runlog-fname         pic x(30). *> spaces when no run log is kept
01 runlog-type             pic x. *> 'S' or 'E', the record being appended
01 runlog-saved-rc         pic s9(4). *> RETURN-CODE saved across the run-log existence probe
01 file-info.
    02 file-size           pic x(8) comp-x.
    02 file-date.
procedure division.
    perform displayProgramInfo.
    perform getFilenames.
    perform writeRunLogStart.
    perform readControlFile.
    perform getHoldFilenames.
    if hold-prefix-changes > 0 then
        perform readRangeFile
    end-if.
    perform scanTransactions.
    if num-releases > 0 then
        perform getApprovalLogFilename
        perform readApprovalLog
    end-if.
    open i-o master-file.
    if master-stat not = '00' then
        display "Error: could not open master title file (" function trim(ws-master-fname) "), file status " master-stat ". Aborting."
    open input trans-file.
    open output audit-file.
    open output reprint-file.
    *> the journal accumulates across runs, so append - but the very first
    *> run has no journal to extend yet. the probe leaves its not-found code
    *> in RETURN-CODE, and a first run is not a failure the scheduler should see
    call "CBL_CHECK_FILE_EXIST" using ws-journal-fname file-info.
    if return-code = 0 then
        open extend journal-file
    else
        open output journal-file
    end-if.
    *> the pending queue accumulates across runs the same way
    call "CBL_CHECK_FILE_EXIST" using ws-pending-fname file-info.
    if return-code = 0 then
        open extend pending-file
    else
        open output pending-file
    end-if.
    *> every released item applied is logged against its approval
    if num-releases > 0 then
        open extend approval-log-file
    end-if.
    move 0 to return-code.
    perform applyTransactions until feof2 = 1.
    perform writeAuditTrailer.
    close trans-file.
    close master-file.
    close audit-file.
    close reprint-file.
    close journal-file.
    close pending-file.
    if num-releases > 0 then
        close approval-log-file
    end-if.
    perform displayEndMessage.
    perform writeRunLogEnd.
stop run.


*> reads one transaction, validates it, applies it to the master when it is
*> acceptable (or holds it for approval), and writes an audit line either way
applyTransactions.
    read trans-file at end move 1 to feof2
        not at end
            add 1 to count-read
            perform processTransaction
    end-read.


processTransaction.
    move spaces to reject-reason.
    move spaces to hold-reason.
    move 0 to rel-x.
    if trans-release-ref not = spaces then
        perform checkReleased
    end-if.
    if reject-reason = spaces then
        perform validateTransaction
    end-if.
    *> only a transaction that would otherwise be applied is worth holding,
    *> and one an approver has already released is not held again
    if reject-reason = spaces and rel-x = 0 then
        perform checkHold
    end-if.
    if reject-reason = spaces and hold-reason = spaces then
        perform applyOneTransaction
    end-if.
    *> applyOneTransaction can still reject via its INVALID KEY arms,
    *> so the applied/rejected split is decided after it runs
    if reject-reason not = spaces then
        add 1 to count-rejected
        perform writeAuditRejected
        *> a released item that no longer passes validation is closed off on
        *> the approval log too; it has to be submitted afresh
        if rel-x not = 0 then
            move 'F' to rx-state(rel-x)
            move "FAILED" to al-decision-work
            perform writeApprovalOutcome
        end-if
    else if hold-reason not = spaces then
        add 1 to count-held
        perform writePendingEntry
        perform writeAuditHeld
    else
        add 1 to count-applied
        perform writeJournalEntry
        perform writeAuditApplied
        if rel-x not = 0 then
            add 1 to count-released
            move 'A' to rx-state(rel-x)
            move "APPLIED" to al-decision-work
            perform writeApprovalOutcome
        end-if
    end-if.


*> a transaction carrying a pending reference is only taken past the holds
*> when the approval log shows that item released by an approver, not yet
*> applied, and released exactly as the transaction now reads - an edited
*> or replayed release line is rejected, not applied
checkReleased.
    perform findReleaseRow.
    if rel-x = 0 or rx-state(rel-x) = 'N' then
        move "carries a pending reference the approval log has not released" to reject-reason
    else if rx-state(rel-x) = 'A' then
        move "released item already applied" to reject-reason
    else if rx-state(rel-x) = 'F' then
        move "released item already failed validation in an earlier run" to reject-reason
    else if trans-body not = rx-trans(rel-x) then
        move "differs from the transaction the approver released" to reject-reason
    end-if.
    if reject-reason not = spaces then
        move 0 to rel-x
    end-if.


*> finds the release-list row for the current transaction's pending
*> reference, leaving its index in rel-x (0 if none)
findReleaseRow.
    move 0 to rel-x.
    perform varying rx from 1 by 1 until rx > num-releases or rel-x not = 0
        if rx-run-id(rx) = trans-rel-run-id and rx-seq(rx) = trans-rel-seq then
            move rx to rel-x
        end-if
    end-perform.


*> records on the approval log what became of the released item - APPLIED,
*> or FAILED with the reason - by whom and in which maintenance run
writeApprovalOutcome.
    move spaces to approval-log-record.
    move function current-date(1:8) to al-date.
    move function current-date(9:6) to al-time.
    move al-decision-work to al-decision.
    move ws-submitter to al-approver.
    move rx-submitter(rel-x) to al-submitter.
    move rx-run-id(rel-x) to al-run-id.
    move rx-seq(rel-x) to al-seq-x.
    move trans-action to al-action.
    move trans-isbn to al-isbn.
    move rx-held(rel-x) to al-held.
    if al-decision-work = "FAILED" then
        move reject-reason to al-note
    else
        string "maintenance run " delimited by size
            function trim(ws-run-id) delimited by size
            into al-note
    end-if.
    move trans-body to al-trans.
    write approval-log-record.


*> decides whether a valid transaction is high-impact enough to need a
*> second person's approval, leaving hold-reason as spaces when it can be
*> applied now. validateTransaction has already read the current master
*> record, which is what a title or price change is measured against
checkHold.
    if trans-action = 'D' and hold-deletes = 'Y' then
        move "delete" to hold-reason
    else if trans-action = 'C' and hold-title-changes = 'Y'
        and trans-title not = spaces and trans-title not = master-title
    then
        move "title change" to hold-reason
    else if trans-action = 'C' and hold-price-pct > 0
        and trans-price not = spaces and trans-price-num not = master-price
    then
        perform checkPriceMovement
    end-if.
    *> an ISBN the range table can't place has no publisher to count against
    if hold-reason = spaces and hold-prefix-changes > 0 then
        perform derivePrefixLabel
        perform findPrefixRow
        if prefix-work not = "(unclassified)"
            and prefix-count(prefix-x) > hold-prefix-changes
        then
            move hold-prefix-changes to ed-limit
            string "over " delimited by size
                function trim(ed-limit) delimited by size
                " transactions for prefix " delimited by size
                function trim(prefix-work) delimited by size
                into hold-reason
        end-if
    end-if.


*> measures the price movement the same way the isbnprice program does. a
*> master price of zero means "no prescribed price", so there is nothing to
*> measure against - that is held too rather than waved through
checkPriceMovement.
    if master-price = 0 then
        move "price set where there was none" to hold-reason
    else
        if trans-price-num >= master-price then
            compute move-diff = trans-price-num - master-price
        else
            compute move-diff = master-price - trans-price-num
        end-if
        compute move-pct rounded = move-diff * 100 / master-price
            on size error
                move 9999.9 to move-pct
        end-compute
        if move-pct > hold-price-pct then
            move move-pct to ed-move-pct
            string "price movement of " delimited by size
                function trim(ed-move-pct) delimited by size
                "%" delimited by size
                into hold-reason
        end-if
    end-if.


*> queues the held transaction, exactly as submitted, for the isbnappr
*> program; this run's identifier and the order held make up its reference
writePendingEntry.
    move spaces to pending-record.
    move ws-run-id to pd-run-id.
    move count-held to pd-seq.
    move function current-date(1:8) to pd-date.
    move ws-submitter to pd-submitter.
    move hold-reason to pd-why.
    move trans-body to pd-trans.
    write pending-record.


*> a first pass over the transaction file before anything is applied. it
*> notes every pending reference the file carries, so the approval log can
*> be checked for them, and when prefixes are limited it counts the other
*> transactions per publisher prefix, so the first transaction for a busy
*> prefix is held the same as the last. every record counts as submitted,
*> whatever validation makes of it later
scanTransactions.
    open input trans-file.
    perform scanOneTransaction until feof4 = 1.
    close trans-file.


scanOneTransaction.
    read trans-file at end move 1 to feof4
        not at end
            perform scanTransactionRecord
    end-read.


scanTransactionRecord.
    if trans-release-ref not = spaces then
        perform storeReleaseRef
    else if hold-prefix-changes > 0 then
        perform derivePrefixLabel
        perform findPrefixRow
        add 1 to prefix-count(prefix-x)
            on size error continue
        end-add
    end-if.


storeReleaseRef.
    perform findReleaseRow.
    if rel-x = 0 then
        add 1 to num-releases
            on size error
                display "Error: transaction file carries more than 9999 released items. Aborting."
                move 16 to return-code
                stop run
        end-add
        move trans-rel-run-id to rx-run-id(num-releases)
        move trans-rel-seq to rx-seq(num-releases)
        move 'N' to rx-state(num-releases)
        move spaces to rx-approver(num-releases)
        move spaces to rx-submitter(num-releases)
        move spaces to rx-held(num-releases)
        move spaces to rx-trans(num-releases)
    end-if.


*> one pass over the approval log picks up what it says about each released
*> item the transaction file carries: its RELEASE decision and, if one has
*> already gone through, the APPLIED record a maintenance run left
readApprovalLog.
    open input approval-log-file.
    perform checkApprovalLogRows until feof5 = 1.
    close approval-log-file.


checkApprovalLogRows.
    read approval-log-file at end move 1 to feof5
        not at end
            perform checkOneApprovalLogRow
    end-read.


checkOneApprovalLogRow.
    move 0 to rel-x.
    perform varying rx from 1 by 1 until rx > num-releases or rel-x not = 0
        if rx-run-id(rx) = al-run-id and rx-seq(rx) = al-seq-x then
            move rx to rel-x
        end-if
    end-perform.
    if rel-x = 0 then
        continue
    else if al-decision = 'APPLIED' then
        move 'A' to rx-state(rel-x)
    else if al-decision = 'FAILED' then
        move 'F' to rx-state(rel-x)
    else if al-decision = 'RELEASE' and rx-state(rel-x) = 'N' then
        move 'R' to rx-state(rel-x)
        move al-approver to rx-approver(rel-x)
        move al-submitter to rx-submitter(rel-x)
        move al-held to rx-held(rel-x)
        move al-trans to rx-trans(rel-x)
    end-if.


*> hyphenates the transaction key and cuts the registration group and
*> publisher off the front of it, the same label the isbn program's
*> prefix-quality section uses. an ISBN-10 is labelled in its 978 form, so
*> both forms of one publisher count together
derivePrefixLabel.
    move trans-isbn to hyph-in.
    if trans-isbn(11:3) = spaces then
        move 10 to hyph-in-len
    else
        move 13 to hyph-in-len
    end-if.
    perform hyphenateISBN.
    move spaces to prefix-work.
    if hyph-best = 0 or hyph-title < 1 then
        move "(unclassified)" to prefix-work
    else
        compute prefix-lbl-len = hyph-g + 1 + hyph-pub
        if hyph-in-len = 13 then
            add 4 to prefix-lbl-len
            move hyph-out(1:prefix-lbl-len) to prefix-work
        else
            string "978-" delimited by size
                hyph-out(1:prefix-lbl-len) delimited by size
                into prefix-work
        end-if
    end-if.


*> finds (or creates) the prefix-list row for prefix-work, leaving its index
*> in prefix-x
findPrefixRow.
    move 0 to prefix-x.
    perform varying px from 1 by 1 until px > num-prefixes or prefix-x not = 0
        if prefix-label(px) = prefix-work then
            move px to prefix-x
        end-if
    end-perform.
    if prefix-x = 0 then
        add 1 to num-prefixes
            on size error
                display "Error: transaction file carries more than 9999 distinct publisher prefixes. Aborting."
                move 16 to return-code
                stop run
        end-add
        move prefix-work to prefix-label(num-prefixes)
        move 0 to prefix-count(num-prefixes)
        move num-prefixes to prefix-x
    end-if.


*> hyphenates the bare ISBN in hyph-in (length hyph-in-len) at its
*> registration-group/publisher boundaries, exactly as the isbn program's
*> hyphenateISBN does; hyph-out is hyph-in unchanged when no row matches
hyphenateISBN.
    move hyph-in to hyph-out.
    move 0 to hyph-best.
    if num-ranges = 0 or (hyph-in-len not = 10 and hyph-in-len not = 13) then
        continue
    else
        if hyph-in-len = 13 then
            move hyph-in to hyph-key
        else
            move '978' to hyph-key(1:3)
            move hyph-in(1:9) to hyph-key(4:9)
            move '0' to hyph-key(13:1)
        end-if
        perform findRangeRow
        if hyph-best not = 0 then
            perform buildHyphenated
        end-if
    end-if.


*> scans range-list for the row whose prefix is the longest match on hyph-key
*> and whose lo/hi publisher range covers the 7 digits after that prefix,
*> leaving the row number in hyph-best (0 if none)
findRangeRow.
    move 0 to hyph-best.
    move 0 to hyph-best-len.
    perform varying hyph-r from 1 by 1 until hyph-r > num-ranges
        move range-prefix-len(hyph-r) to hyph-p
        if hyph-p > hyph-best-len
            and hyph-key(1:hyph-p) = range-prefix(hyph-r)(1:hyph-p)
        then
            move all '0' to hyph-rest
            if hyph-p < 13 then
                if hyph-p + 7 <= 13 then
                    move hyph-key(hyph-p + 1:7) to hyph-rest
                else
                    move hyph-key(hyph-p + 1:13 - hyph-p) to hyph-rest(1:13 - hyph-p)
                end-if
            end-if
            if hyph-rest is numeric then
                move hyph-rest to hyph-rest-n
                if hyph-rest-n >= range-lo(hyph-r) and hyph-rest-n <= range-hi(hyph-r) then
                    move hyph-r to hyph-best
                    move hyph-p to hyph-best-len
                end-if
            end-if
        end-if
    end-perform.


*> assembles the hyphenated form from the segment lengths the matched range
*> row implies, falling back to the bare form on a malformed table row
buildHyphenated.
    move range-pub-len(hyph-best) to hyph-pub.
    if hyph-in-len = 13 then
        compute hyph-g = hyph-best-len - 3
        compute hyph-title = 12 - hyph-best-len - hyph-pub
    else
        compute hyph-g = hyph-best-len - 3
        compute hyph-title = 9 - hyph-g - hyph-pub
    end-if.
    if hyph-title < 1 or hyph-g < 1 then
        continue
    else
        move spaces to hyph-out
        move 1 to hyph-ptr
        if hyph-in-len = 13 then
            string hyph-in(1:3) delimited by size
                '-' delimited by size
                into hyph-out
                with pointer hyph-ptr
            move 4 to hyph-pos
        else
            move 1 to hyph-pos
        end-if
        string hyph-in(hyph-pos:hyph-g) delimited by size
            '-' delimited by size
            into hyph-out
            with pointer hyph-ptr
        add hyph-g to hyph-pos
        string hyph-in(hyph-pos:hyph-pub) delimited by size
            '-' delimited by size
            into hyph-out
            with pointer hyph-ptr
        add hyph-pub to hyph-pos
        string hyph-in(hyph-pos:hyph-title) delimited by size
            '-' delimited by size
            into hyph-out
            with pointer hyph-ptr
        add hyph-title to hyph-pos
        string hyph-in(hyph-pos:1) delimited by size
            into hyph-out
            with pointer hyph-ptr
    end-if.


*> loads the hyphenation range table into range-list, skipping malformed
*> rows with a console note exactly as the isbn program does
readRangeFile.
    move 1 to num-ranges.
    open input range-file.
    perform storeRangeRows until feof3 = 1.
    close range-file.
    subtract 1 from num-ranges.


storeRangeRows.
    read range-file at end move 1 to feof3
        not at end
            perform storeOneRangeRow
    end-read.


storeOneRangeRow.
    if rr-prefix = spaces or rr-lo is not numeric
        or rr-hi is not numeric or rr-len is not numeric
    then
        display "Warning: skipping malformed range-table row: " function trim(range-record)
    else
        move rr-prefix to range-prefix(num-ranges)
        compute range-prefix-len(num-ranges) = function length(function trim(rr-prefix))
        move rr-lo to range-lo(num-ranges)
        move rr-hi to range-hi(num-ranges)
        move rr-len to range-pub-len(num-ranges)
        add 1 to num-ranges
            on size error
                display "Error: range table exceeds the 999-row capacity. Aborting."
                move 16 to return-code
                stop run
        end-add
    end-if.


*> loads the approval thresholds. PENDING-AGE-DAYS is the isbnappr
*> program's setting, kept in the same file so there is one place to look
readControlFile.
    open input control-file.
    perform storeControlRows until feof = 1.
    close control-file.


storeControlRows.
    read control-file at end move 1 to feof
        not at end
            perform storeOneControlRow
    end-read.


storeOneControlRow.
    if control-record = spaces or control-record(1:1) = '*' then
        continue
    else if mc-keyword = 'HOLD-DELETES' then
        move function upper-case(mc-value(1:1)) to hold-deletes
    else if mc-keyword = 'HOLD-TITLE-CHANGES' then
        move function upper-case(mc-value(1:1)) to hold-title-changes
    else if mc-keyword = 'HOLD-PRICE-PCT' then
        compute hold-price-pct = function numval(mc-value)
    else if mc-keyword = 'HOLD-PREFIX-CHANGES' then
        compute hold-prefix-changes = function numval(mc-value)
    else if mc-keyword = 'PENDING-AGE-DAYS' then
        continue
    else
        display "Warning: skipping unrecognized control row: " function trim(control-record)
    end-if.


*> validates the current transaction, leaving reject-reason as spaces when it
*> is acceptable and a one-line reason otherwise
validateTransaction.
*> read the current record into master-record, so the untouched fields ride
*> through the REWRITE unchanged. the INVALID KEY arms below should never
*> fire after validateTransaction, but a collision with another update is
*> still caught as a reject rather than silently losing the transaction.
*> the record as it stood and as it is about to be written are both kept
*> for the journal - the record area can't be trusted after the I/O
applyOneTransaction.
    move master-found to before-found.
    move master-record to before-image.
    move spaces to after-image.
    evaluate trans-action
        when 'A'
            move trans-isbn to master-isbn
            move trans-title to master-title
            move trans-author to master-author
            move trans-price-num to master-price
            move master-record to after-image
            write master-record
                invalid key
                    move "master file rejected the add (duplicate key)" to reject-reason
            if trans-price not = spaces then
                move trans-price-num to master-price
            end-if
            move master-record to after-image
            rewrite master-record
                invalid key
                    move "master file rejected the change (record gone)" to reject-reason
    end-evaluate.


*> journals the transaction just applied: the master record as it stood
*> before (none on an add) and as it was left after (none on a delete),
*> tagged with this run's identifier and its order within the run, so a
*> backout can restore exactly what was there and can tell whether a later
*> run has touched the record since
writeJournalEntry.
    move spaces to journal-record.
    add 1 to journal-seq.
    move ws-run-id to jr-run-id.
    move journal-seq to jr-seq.
    move function current-date(1:16) to jr-stamp.
    move trans-action to jr-action.
    move trans-isbn to jr-isbn.
    if before-found = 1 then
        move 'Y' to jr-before-flag
        move before-image to jr-before
    else
        move 'N' to jr-before-flag
    end-if.
    if trans-action = 'D' then
        move 'N' to jr-after-flag
    else
        move 'Y' to jr-after-flag
        move after-image to jr-after
    end-if.
    write journal-record.


*> queues one shelf-label reprint record for the price-changed master
*> record: the Bookland EAN-13 form of the key, the EAN-5 add-on recomputed
*> from the new price (same conventions as the isbn program's barcode
                with pointer ws-audit-ptr
        end-if
    end-if.
    if rel-x not = 0 then
        string " (released " delimited by size
            function trim(trans-rel-run-id) delimited by size
            "/" delimited by size
            trans-rel-seq delimited by size
            " by " delimited by size
            function trim(rx-approver(rel-x)) delimited by size
            ")" delimited by size
            into audit-record
            with pointer ws-audit-ptr
    end-if.
    write audit-record.


writeAuditHeld.
    move spaces to audit-record.
    move 1 to ws-audit-ptr.
    string "HELD     " delimited by size
        trans-action delimited by size
        " " delimited by size
        trans-isbn delimited by size
        " - awaiting approval, " delimited by size
        function trim(hold-reason) delimited by size
        " (pending " delimited by size
        function trim(ws-run-id) delimited by size
        "/" delimited by size
        count-held delimited by size
        ")" delimited by size
        into audit-record
        with pointer ws-audit-ptr.
    write audit-record.


        count-applied delimited by size
        "  rejected: " delimited by size
        count-rejected delimited by size
        "  held for approval: " delimited by size
        count-held delimited by size
        "  applied on release: " delimited by size
        count-released delimited by size
        into audit-record
        with pointer ws-audit-ptr.
    write audit-record.
    move spaces to audit-record.
    move 1 to ws-audit-ptr.
    string "journal run identifier: " delimited by size
        function trim(ws-run-id) delimited by size
        "  before/after images journalled: " delimited by size
        journal-seq delimited by size
        into audit-record
        with pointer ws-audit-ptr.
    write audit-record.
        display "Enter the filename to write the shelf-label reprint extract to: " with no advancing
        accept ws-reprint-fname
    end-if.
    *> the journal is appended to across runs, so it is not checked for
    *> existence - a first run simply starts it
    accept ws-journal-fname from environment "MAINT_JOURNAL_FILE".
    if ws-journal-fname = spaces then
        display "Enter the filename of the before/after-image journal: " with no advancing
        accept ws-journal-fname
    end-if.
    *> the run identifier is what a backout names to reverse this run; left
    *> unset it defaults to the run's start date and time, which is unique
    *> for any schedule that doesn't start two maintenance runs in a second
    accept ws-run-id from environment "MAINT_RUN_ID".
    if ws-run-id = spaces then
        move function current-date(1:14) to ws-run-id
    end-if.
    *> the approval control file is required: no run applies high-impact
    *> transactions without it
    accept ws-control-fname from environment "MAINT_CONTROL_FILE".
    if ws-control-fname not = spaces then
        call "CBL_CHECK_FILE_EXIST" using ws-control-fname file-info
        if return-code not = 0 then
            display "Error: MAINT_CONTROL_FILE (" function trim(ws-control-fname) ") does not exist. Aborting."
            move 16 to return-code
            stop run
        end-if
        move 0 to control-file-status
    else
        move 1 to control-file-status
    end-if.
    perform getControlFilename until control-file-status = 0.


*> the files and the submitter that holding needs, asked for once the
*> control file has been read; the range table only when transactions are
*> counted by prefix
getHoldFilenames.
    accept ws-pending-fname from environment "MAINT_PENDING_FILE".
    if ws-pending-fname = spaces then
        display "Enter the filename of the pending-approval queue: " with no advancing
        accept ws-pending-fname
    end-if.
    accept ws-submitter from environment "MAINT_SUBMITTER".
    if ws-submitter = spaces then
        display "Enter your user id (recorded on transactions held for approval): " with no advancing
        accept ws-submitter
    end-if.
    move function upper-case(ws-submitter) to ws-submitter.
    if hold-prefix-changes > 0 then
        accept ws-range-fname from environment "MAINT_RANGE_FILE"
        if ws-range-fname not = spaces then
            call "CBL_CHECK_FILE_EXIST" using ws-range-fname file-info
            if return-code not = 0 then
                display "Error: MAINT_RANGE_FILE (" function trim(ws-range-fname) ") does not exist. Aborting."
                move 16 to return-code
                stop run
            end-if
            move 0 to range-file-status
        else
            move 1 to range-file-status
        end-if
        perform getRangeFilename until range-file-status = 0
    end-if.


getMasterFilename.
    end-if.


getControlFilename.
    display "Enter the filename of the approval control file: " with no advancing.
    accept ws-control-fname.
    call "CBL_CHECK_FILE_EXIST" using ws-control-fname file-info.
    move return-code to control-file-status.
    if return-code not = 0 then
        display "Error: File does not exist."
    end-if.


*> the approval log is only needed when the transaction file carries items
*> released through the isbnappr program, and it must exist by then
getApprovalLogFilename.
    accept ws-applog-fname from environment "MAINT_APPROVAL_LOG".
    if ws-applog-fname not = spaces then
        call "CBL_CHECK_FILE_EXIST" using ws-applog-fname file-info
        if return-code not = 0 then
            display "Error: MAINT_APPROVAL_LOG (" function trim(ws-applog-fname) ") does not exist. Aborting."
            move 16 to return-code
            stop run
        end-if
        move 0 to applog-file-status
    else
        move 1 to applog-file-status
    end-if.
    perform getApplogFilename until applog-file-status = 0.


getApplogFilename.
    display "Enter the filename of the approval log: " with no advancing.
    accept ws-applog-fname.
    call "CBL_CHECK_FILE_EXIST" using ws-applog-fname file-info.
    move return-code to applog-file-status.
    if return-code not = 0 then
        display "Error: File does not exist."
    end-if.


getRangeFilename.
    display "Enter the filename of the hyphenation range table: " with no advancing.
    accept ws-range-fname.
    call "CBL_CHECK_FILE_EXIST" using ws-range-fname file-info.
    move return-code to range-file-status.
    if return-code not = 0 then
        display "Error: File does not exist."
    end-if.


getTransFilename.
    display "Enter the filename of the transaction file: " with no advancing.
    accept ws-trans-fname.
    end-if.


*> appends a start or end record for this run to the shared operations run
*> log, if ISBN_RUNLOG_FILE names one. every program in the nightly chain
*> reads the same parameter and appends to the same file, so the isbnchain
*> report can check the whole cycle from one place; it is a pure batch
*> parameter (no interactive prompt), and with it unset nothing is logged.
*> the existence probe sets RETURN-CODE, so the code is saved across it and
*> put back - the end record has to carry the run's real code, not the probe's
writeRunLogStart.
    accept ws-runlog-fname from environment "ISBN_RUNLOG_FILE".
    if ws-runlog-fname not = spaces then
        move 'S' to runlog-type
        perform writeRunLogRecord
    end-if.


writeRunLogEnd.
    if ws-runlog-fname not = spaces then
        move 'E' to runlog-type
        perform writeRunLogRecord
    end-if.


writeRunLogRecord.
    move return-code to runlog-saved-rc.
    call "CBL_CHECK_FILE_EXIST" using ws-runlog-fname file-info.
    if return-code = 0 then
        open extend runlog-file
    else
        open output runlog-file
    end-if.
    move spaces to runlog-record.
    move runlog-type to rl-type.
    move "isbnmaint" to rl-program.
    move function current-date(1:8) to rl-date.
    move function current-date(9:6) to rl-time.
    move ws-trans-fname to rl-input.
    move ws-master-fname to rl-output.
    if runlog-type = 'E' then
        move count-read to rl-read
        move count-applied to rl-good
        compute rl-bad = count-rejected + count-held
        move runlog-saved-rc to rl-rc
    else
        move 0 to rl-read
        move 0 to rl-good
        move 0 to rl-bad
        move 0 to rl-rc
    end-if.
    write runlog-record.
    close runlog-file.
    move runlog-saved-rc to return-code.


displayEndMessage.
    display space.
    display "------------------------------".
    display "Transactions read: " count-read ", applied: " count-applied ", rejected: " count-rejected.
    display "Held for approval: " count-held ", applied on release: " count-released.
    display "Shelf-label reprints queued: " count-reprint.
    display "Journal run identifier: " function trim(ws-run-id) ", images journalled: " journal-seq.
    display "Master title file updated in place.".
    display "Exiting program...".
    display "------------------------------".
