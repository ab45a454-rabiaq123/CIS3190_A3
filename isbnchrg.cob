*> Program to bill the suppliers for the repeat and chronic rejects the
*> isbntrack program carries in its reject history. Each history entry's
*> source feed is mapped to a supplier code through a control file, which
*> also holds the fee schedule by reason code (L/A/C/D) and by cycles seen.
*> Every cycle from the second onward is charged once - a repeat reject is
*> charged for its second cycle, a chronic one for its third and each one
*> after - and every charge is recorded on a keyed charged ledger (ISBN,
*> the date the ISBN was first seen rejected, and the cycle), so an ISBN
*> already charged for a cycle is never charged for it again, however often
*> this program runs and however many cycles pass between runs. An ISBN
*> that clears and is later rejected again starts a new history entry with
*> a new first-seen date, and so is charged afresh. Writes one chargeback
*> statement per supplier for the period, with line detail and totals, and
*> a debit-note summary file, one record per statement, for finance to
*> load. A reject whose feed isn't mapped, or which has no fee on the
*> schedule, is listed instead of charged and stays uncharged on the
*> ledger, so it is picked up by the first run after the control file is
*> corrected.

identification division.
program-id. isbnchrg.

environment division.
input-output section.
file-control.
*> the isbntrack program's carried reject history
select hist-file assign to dynamic ws-hist-fname
    organization is line sequential.
*> feed-to-supplier mapping and the fee schedule
select control-file assign to dynamic ws-control-fname
    organization is line sequential.
*> keyed supplier master, maintained by the isbnsupp program
select supplier-file assign to dynamic ws-supplier-fname
    organization is indexed
    access mode is dynamic
    record key is sup-code
    file status is supplier-stat.
*> every cycle ever charged (or waived), so none is charged twice
select charged-file assign to dynamic ws-charged-fname
    organization is indexed
    access mode is dynamic
    record key is cg-key
    file status is charged-stat.
select statement-file assign to dynamic ws-statement-fname
    organization is line sequential.
select debit-file assign to dynamic ws-debit-fname
    organization is line sequential.
*> shared operations run log: a start and an end record per run, appended
*> by every program in the nightly chain for the isbnchain status report
select runlog-file assign to dynamic ws-runlog-fname
    organization is line sequential.

data division.
file section.
fd hist-file.
01 hist-record.             *> same layout the isbntrack program carries forward
    02 hi-isbn             pic x(13).
    02 hi-reason           pic x. *> reason code from the most recent cycle it was rejected
    02 hi-source           pic x(30). *> source feed from the most recent cycle it was rejected
    02 hi-first            pic x(8). *> date first seen rejected, YYYYMMDD
    02 hi-cycles           pic 9(3). *> cycles this ISBN has been rejected

fd control-file.
01 control-record.          *> e.g. "SOURCE acme-weekly.txt                  ACM"
    02 cc-type             pic x(6). *> 'SOURCE' or 'FEE'; a blank line or '*' in column 1 is a comment
    02 filler              pic x.
    02 cc-source           pic x(30). *> feed name exactly as isbntrack records it
    02 filler              pic x.
    02 cc-supplier         pic x(3). *> supplier the feed's rejects are charged to
    02 filler              pic x(39).
01 control-fee-record.      *> e.g. "FEE    C 003 0002500": 25.00 per bad check digit from the third cycle
    02 filler              pic x(7).
    02 cf-reason           pic x. *> 'L', 'A', 'C' or 'D', as the validator codes rejects
    02 filler              pic x.
    02 cf-from             pic x(3). *> fee applies from this many cycles up
    02 cf-from-num         redefines cf-from pic 9(3). *> numeric view, usable once cf-from tests NUMERIC
    02 filler              pic x.
    02 cf-fee              pic x(7). *> fee per cycle, 9(5)v99 digits
    02 cf-fee-num          redefines cf-fee pic 9(5)v99. *> numeric view, usable once cf-fee tests NUMERIC
    02 filler              pic x(60).

fd supplier-file.
01 supplier-record.         *> same layout the isbnsupp program maintains
    02 sup-code            pic x(3).
    02 sup-name            pic x(30).
    02 sup-status          pic x. *> 'A' active, 'I' inactive
    02 sup-currency        pic x(3).
    02 sup-terms           pic 9(3).

fd charged-file.
01 charged-record.
    02 cg-key.
        03 cg-isbn         pic x(13).
        03 cg-first        pic x(8). *> first-seen date of the history entry charged
        03 cg-cycle        pic 9(3). *> the cycle charged
    02 cg-supplier         pic x(3).
    02 cg-reason           pic x.
    02 cg-fee              pic 9(5)v99. *> amount charged; zero when the schedule waives the cycle
    02 cg-period           pic x(6). *> YYYYMM of the statement it went out on
    02 cg-note             pic x(16). *> debit note it went out on; 'WAIVED' for a zero fee

fd statement-file.
01 statement-record        pic x(200).

fd debit-file.
01 debit-record.            *> one per statement, the record finance loads as a debit note
    02 dn-note             pic x(16). *> debit note number: supplier, '-', run date and time
    02 filler              pic x.
    02 dn-supplier         pic x(3).
    02 filler              pic x.
    02 dn-period           pic x(6). *> YYYYMM
    02 filler              pic x.
    02 dn-date             pic x(8). *> date raised, YYYYMMDD
    02 filler              pic x.
    02 dn-currency         pic x(3). *> the supplier's currency from the supplier master
    02 filler              pic x.
    02 dn-lines            pic 9(5). *> charge lines on the statement
    02 filler              pic x.
    02 dn-amount           pic 9(7)v99. *> statement total

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
01 ws-hist-fname           pic x(30).
01 ws-control-fname        pic x(30).
01 ws-supplier-fname       pic x(30).
01 ws-charged-fname        pic x(30).
01 ws-statement-fname      pic x(30).
01 ws-debit-fname          pic x(30).
01 ws-statement-ptr        pic 9(3). *> current write position within statement-record
01 ws-period               pic x(6). *> YYYYMM the statements are for
01 supplier-stat           pic x(2). *> file status for the indexed supplier master
01 charged-stat            pic x(2). *> file status for the indexed charged ledger
01 hist-file-status        pic 9.
01 control-file-status     pic 9.
01 supplier-file-status    pic 9.
01 feof                    pic 9 value 0. *> end-of-file switch for hist-file
01 feof2                   pic 9 value 0. *> end-of-file switch for control-file
01 run-stamp               pic x(16). *> when this run started, YYYYMMDDHHMMSSss
01 run-date                pic x(8). *> today, YYYYMMDD
01 num-sources             pic 9(3).
01 source-list.             *> feed-to-supplier mapping from the control file
    02 source-entry        occurs 1 to 999 times depending on num-sources.
        03 src-name        pic x(30).
        03 src-supplier    pic x(3).
01 num-fees                pic 9(3).
01 fee-list.                *> fee schedule from the control file
    02 fee-entry           occurs 1 to 999 times depending on num-fees.
        03 fee-reason      pic x.
        03 fee-from        pic 9(3).
        03 fee-amount      pic 9(5)v99.
01 num-charges             pic 9(4).
01 charge-list.             *> cycles to charge this run, sorted into statement order
    02 charge-entry        occurs 1 to 9999 times depending on num-charges.
        03 ch-key.
            04 ch-supplier pic x(3).
            04 ch-isbn     pic x(13).
            04 ch-cycle    pic 9(3).
        03 ch-first        pic x(8).
        03 ch-reason       pic x.
        03 ch-source       pic x(30).
        03 ch-fee          pic 9(5)v99.
01 num-exceptions          pic 9(4).
01 exception-list.          *> rejects not charged this run, and why
    02 exception-entry     occurs 1 to 9999 times depending on num-exceptions.
        03 ex-isbn         pic x(13).
        03 ex-reason       pic x.
        03 ex-cycle        pic 9(3).
        03 ex-source       pic x(30).
        03 ex-why          pic x(50).
01 charge-vars.             *> working variables for pricing one history entry
    02 cyc                 pic 9(3). *> cycle being priced
    02 s                   pic 9(3). *> iterator for source-list entries
    02 src-x               pic 9(3). *> source-list row for the entry's feed, 0 if unmapped
    02 f                   pic 9(3). *> iterator for fee-list entries
    02 fee-x               pic 9(3). *> fee-list row that prices the cycle, 0 if none
    02 c                   pic 9(4). *> iterator for charge-list entries
    02 x                   pic 9(4). *> iterator for exception-list entries
    02 ex-why-work         pic x(50). *> reason the current cycle isn't charged
01 statement-vars.          *> the statement being written
    02 stmt-supplier       pic x(3).
    02 stmt-name           pic x(30).
    02 stmt-currency       pic x(3).
    02 stmt-note           pic x(16). *> debit note number
    02 stmt-lines          pic 9(5).
    02 stmt-total          pic 9(7)v99.
    02 reason-text         pic x(20). *> reason code spelled out for the statement line
01 chrg-counts.             *> end-of-run tally for the statement trailer
    02 count-hist          pic 9(7) value 0. *> history entries read
    02 count-candidates    pic 9(7) value 0. *> of which repeat or chronic (2 or more cycles)
    02 count-already       pic 9(7) value 0. *> cycles found already charged on the ledger
    02 count-charged       pic 9(7) value 0. *> cycles charged this run
    02 count-waived        pic 9(7) value 0. *> cycles the schedule prices at zero
    02 count-not-charged   pic 9(7) value 0. *> cycles listed as exceptions
    02 count-statements    pic 9(5) value 0.
    02 total-charged       pic 9(7)v99 value 0.
01 chrg-edits.              *> display forms for the statements
    02 ed-fee              pic zz,zz9.99.
    02 ed-total            pic z,zzz,zz9.99.
01 ws-runlog-fname         pic x(30). *> spaces when no run log is kept
01 runlog-type             pic x. *> 'S' or 'E', the record being appended
01 runlog-saved-rc         pic s9(4). *> RETURN-CODE saved across the run-log existence probe
01 file-info.
    02 file-size           pic x(8) comp-x.
    02 file-date.
        03 f-day           pic x comp-x.
        03 f-month         pic x comp-x.
        03 f-year          pic x(2) comp-x.
    02 file-time.
        03 f-hours         pic x comp-x.
        03 f-minutes       pic x comp-x.
        03 f-seconds       pic x comp-x.
        03 f-hundredths    pic x comp-x.


procedure division.
    perform displayProgramInfo.
    perform getFilenames.
    perform writeRunLogStart.
    move function current-date(1:16) to run-stamp.
    move run-stamp(1:8) to run-date.
    if ws-period = spaces then
        move run-date(1:6) to ws-period
    end-if.
    open input supplier-file.
    if supplier-stat not = '00' then
        display "Error: could not open supplier master (" function trim(ws-supplier-fname) "), file status " supplier-stat ". Aborting."
        move 16 to return-code
        stop run
    end-if.
    perform readControlFile.
    *> the charged ledger has no loader: the first run creates it empty
    call "CBL_CHECK_FILE_EXIST" using ws-charged-fname file-info.
    if return-code not = 0 then
        display "Charged ledger (" function trim(ws-charged-fname) ") not found - creating it."
        open output charged-file
        close charged-file
    end-if.
    move 0 to return-code.
    open i-o charged-file.
    if charged-stat not = '00' then
        display "Error: could not open charged ledger (" function trim(ws-charged-fname) "), file status " charged-stat ". Aborting."
        move 16 to return-code
        stop run
    end-if.
    move 1 to num-charges.
    move 1 to num-exceptions.
    open input hist-file.
    perform priceHistoryRecords until feof = 1.
    close hist-file.
    subtract 1 from num-charges.
    subtract 1 from num-exceptions.
    sort charge-entry ascending ch-key.
    open output statement-file.
    open output debit-file.
    move spaces to statement-record.
    move 1 to ws-statement-ptr.
    string "SUPPLIER CHARGEBACK STATEMENTS - period " delimited by size
        ws-period delimited by size
        ", raised " delimited by size
        run-date delimited by size
        into statement-record
        with pointer ws-statement-ptr.
    write statement-record.
    move 1 to c.
    perform writeOneStatement until c > num-charges.
    if num-charges = 0 then
        move "no charges this run" to statement-record
        write statement-record
    end-if.
    perform writeExceptions.
    perform writeChargeTrailer.
    close statement-file.
    close debit-file.
    close charged-file.
    close supplier-file.
    perform displayEndMessage.
    perform writeRunLogEnd.
stop run.


*> loads the feed-to-supplier mapping and the fee schedule. a row that
*> doesn't parse, or maps a feed to a supplier the supplier master doesn't
*> know, is skipped with a console note, the same as a malformed range-table
*> row - the feeds it would have mapped show up as exceptions
readControlFile.
    move 1 to num-sources.
    move 1 to num-fees.
    open input control-file.
    perform storeControlRows until feof2 = 1.
    close control-file.
    subtract 1 from num-sources.
    subtract 1 from num-fees.


storeControlRows.
    read control-file at end move 1 to feof2
        not at end
            perform storeOneControlRow
    end-read.


storeOneControlRow.
    if control-record = spaces or control-record(1:1) = '*' then
        continue
    else if cc-type = 'SOURCE' then
        perform storeSourceRow
    else if cc-type = 'FEE' then
        perform storeFeeRow
    else
        display "Warning: skipping unrecognized control row: " function trim(control-record)
    end-if.


storeSourceRow.
    move 0 to src-x.
    perform varying s from 1 by 1 until s >= num-sources or src-x not = 0
        if src-name(s) = cc-source then
            move s to src-x
        end-if
    end-perform.
    move cc-supplier to sup-code.
    if cc-source = spaces or cc-supplier = spaces then
        display "Warning: skipping incomplete SOURCE row: " function trim(control-record)
    else if src-x not = 0 then
        display "Warning: skipping second SOURCE row for feed " function trim(cc-source) " - the first one stands."
    else
        read supplier-file
            invalid key
                display "Warning: skipping SOURCE row, supplier " cc-supplier " is not on the supplier master: " function trim(control-record)
            not invalid key
                move cc-source to src-name(num-sources)
                move cc-supplier to src-supplier(num-sources)
                add 1 to num-sources
                    on size error
                        display "Error: control file holds more than 999 SOURCE rows. Aborting."
                        move 16 to return-code
                        stop run
                end-add
        end-read
    end-if.


storeFeeRow.
    if cf-reason not = 'L' and cf-reason not = 'A' and cf-reason not = 'C' and cf-reason not = 'D' then
        display "Warning: skipping FEE row with an unknown reason code: " function trim(control-record)
    else if cf-from is not numeric or cf-fee is not numeric then
        display "Warning: skipping FEE row with a non-numeric cycle count or fee: " function trim(control-record)
    else
        move cf-reason to fee-reason(num-fees)
        move cf-from-num to fee-from(num-fees)
        move cf-fee-num to fee-amount(num-fees)
        add 1 to num-fees
            on size error
                display "Error: control file holds more than 999 FEE rows. Aborting."
                move 16 to return-code
                stop run
        end-add
    end-if.


priceHistoryRecords.
    read hist-file at end move 1 to feof
        not at end
            add 1 to count-hist
            perform priceOneHistory
    end-read.


*> a history entry at one cycle is a first offence and isn't charged.
*> history carries only the most recent reason, so every cycle still to be
*> charged is priced at that reason
priceOneHistory.
    if hi-cycles is not numeric or hi-cycles < 2 then
        continue
    else
        add 1 to count-candidates
        move 0 to src-x
        perform varying s from 1 by 1 until s > num-sources or src-x not = 0
            if src-name(s) = hi-source then
                move s to src-x
            end-if
        end-perform
        perform priceOneCycle
            varying cyc from 2 by 1
            until cyc > hi-cycles
    end-if.


priceOneCycle.
    move hi-isbn to cg-isbn.
    move hi-first to cg-first.
    move cyc to cg-cycle.
    read charged-file
        invalid key perform chargeOneCycle
        not invalid key add 1 to count-already
    end-read.


*> the fee for a cycle is the schedule row for the reason with the highest
*> starting cycle count at or below it
chargeOneCycle.
    move 0 to fee-x.
    perform varying f from 1 by 1 until f > num-fees
        if fee-reason(f) = hi-reason and fee-from(f) <= cyc then
            if fee-x = 0 then
                move f to fee-x
            else if fee-from(f) > fee-from(fee-x) then
                move f to fee-x
            end-if
        end-if
    end-perform.
    if src-x = 0 then
        move "feed not mapped to a supplier" to ex-why-work
        perform storeException
    else if fee-x = 0 then
        move "no fee on the schedule for the reason and cycle" to ex-why-work
        perform storeException
    else if fee-amount(fee-x) = 0 then
        *> a zero fee waives the cycle: it is settled on the ledger so it
        *> never comes round again, but nothing is billed
        move src-supplier(src-x) to cg-supplier
        move hi-reason to cg-reason
        move 0 to cg-fee
        move ws-period to cg-period
        move "WAIVED" to cg-note
        perform writeChargedRecord
        add 1 to count-waived
    else
        move src-supplier(src-x) to ch-supplier(num-charges)
        move hi-isbn to ch-isbn(num-charges)
        move cyc to ch-cycle(num-charges)
        move hi-first to ch-first(num-charges)
        move hi-reason to ch-reason(num-charges)
        move hi-source to ch-source(num-charges)
        move fee-amount(fee-x) to ch-fee(num-charges)
        add 1 to num-charges
            on size error
                display "Error: more than 9999 cycles to charge in one run. Aborting."
                move 16 to return-code
                stop run
        end-add
    end-if.


storeException.
    move hi-isbn to ex-isbn(num-exceptions).
    move hi-reason to ex-reason(num-exceptions).
    move cyc to ex-cycle(num-exceptions).
    move hi-source to ex-source(num-exceptions).
    move ex-why-work to ex-why(num-exceptions).
    add 1 to count-not-charged.
    add 1 to num-exceptions
        on size error
            display "Error: more than 9999 uncharged cycles in one run. Aborting."
            move 16 to return-code
            stop run
    end-add.


writeChargedRecord.
    write charged-record
        invalid key
            display "Error: charged ledger rejected the add for " cg-isbn " cycle " cg-cycle " (duplicate key). Aborting."
            move 16 to return-code
            stop run
    end-write.


*> writes the statement for the supplier at charge-list row C, consuming
*> its rows, and the debit note that bills it; every line is recorded on
*> the charged ledger against the note as it is written
writeOneStatement.
    move ch-supplier(c) to stmt-supplier.
    move stmt-supplier to sup-code.
    read supplier-file
        invalid key
            move "(not on the supplier master)" to stmt-name
            move spaces to stmt-currency
        not invalid key
            move sup-name to stmt-name
            move sup-currency to stmt-currency
    end-read.
    move spaces to stmt-note.
    string stmt-supplier delimited by size
        "-" delimited by size
        run-stamp(1:12) delimited by size
        into stmt-note.
    move 0 to stmt-lines.
    move 0 to stmt-total.
    move all "=" to statement-record.
    write statement-record.
    move spaces to statement-record.
    move 1 to ws-statement-ptr.
    string "CHARGEBACK STATEMENT  supplier " delimited by size
        stmt-supplier delimited by size
        "  " delimited by size
        function trim(stmt-name) delimited by size
        into statement-record
        with pointer ws-statement-ptr.
    write statement-record.
    move spaces to statement-record.
    move 1 to ws-statement-ptr.
    string "  period " delimited by size
        ws-period delimited by size
        "  debit note " delimited by size
        stmt-note delimited by size
        "  currency " delimited by size
        stmt-currency delimited by size
        into statement-record
        with pointer ws-statement-ptr.
    write statement-record.
    move "  ISBNs rejected in repeated validation cycles, charged per cycle:" to statement-record.
    write statement-record.
    perform writeChargeLine
        until c > num-charges or ch-supplier(c) not = stmt-supplier.
    move stmt-total to ed-total.
    move spaces to statement-record.
    move 1 to ws-statement-ptr.
    string "  lines: " delimited by size
        stmt-lines delimited by size
        "  total due: " delimited by size
        ed-total delimited by size
        " " delimited by size
        stmt-currency delimited by size
        into statement-record
        with pointer ws-statement-ptr.
    write statement-record.
    move spaces to debit-record.
    move stmt-note to dn-note.
    move stmt-supplier to dn-supplier.
    move ws-period to dn-period.
    move run-date to dn-date.
    move stmt-currency to dn-currency.
    move stmt-lines to dn-lines.
    move stmt-total to dn-amount.
    write debit-record.
    add 1 to count-statements.


writeChargeLine.
    move ch-supplier(c) to cg-supplier.
    move ch-isbn(c) to cg-isbn.
    move ch-first(c) to cg-first.
    move ch-cycle(c) to cg-cycle.
    move ch-reason(c) to cg-reason.
    move ch-fee(c) to cg-fee.
    move ws-period to cg-period.
    move stmt-note to cg-note.
    perform writeChargedRecord.
    add 1 to stmt-lines.
    add ch-fee(c) to stmt-total.
    add ch-fee(c) to total-charged.
    add 1 to count-charged.
    perform spellReason.
    move ch-fee(c) to ed-fee.
    move spaces to statement-record.
    move 1 to ws-statement-ptr.
    string "    " delimited by size
        ch-isbn(c) delimited by size
        "  " delimited by size
        reason-text delimited by size
        "  cycle " delimited by size
        ch-cycle(c) delimited by size
        "  first rejected " delimited by size
        ch-first(c) delimited by size
        "  feed " delimited by size
        ch-source(c) delimited by size
        "  fee " delimited by size
        ed-fee delimited by size
        into statement-record
        with pointer ws-statement-ptr.
    write statement-record.
    add 1 to c.


*> spells out the validator's reason code for a statement line
spellReason.
    evaluate ch-reason(c)
        when 'L'
            move "wrong length" to reason-text
        when 'A'
            move "bad character" to reason-text
        when 'C'
            move "bad check digit" to reason-text
        when 'D'
            move "duplicate" to reason-text
        when other
            move "unknown reason" to reason-text
    end-evaluate.


writeExceptions.
    move all "=" to statement-record.
    write statement-record.
    move "NOT CHARGED - correct the control file and they are charged next run:" to statement-record.
    write statement-record.
    perform writeOneException
        varying x from 1 by 1
        until x > num-exceptions.
    if num-exceptions = 0 then
        move "  none" to statement-record
        write statement-record
    end-if.


writeOneException.
    move spaces to statement-record.
    move 1 to ws-statement-ptr.
    string "  " delimited by size
        ex-isbn(x) delimited by size
        "  reason " delimited by size
        ex-reason(x) delimited by size
        "  cycle " delimited by size
        ex-cycle(x) delimited by size
        "  feed " delimited by size
        function trim(ex-source(x)) delimited by size
        " - " delimited by size
        function trim(ex-why(x)) delimited by size
        into statement-record
        with pointer ws-statement-ptr.
    write statement-record.


writeChargeTrailer.
    move all "=" to statement-record.
    write statement-record.
    move total-charged to ed-total.
    move spaces to statement-record.
    move 1 to ws-statement-ptr.
    string "history entries read: " delimited by size
        count-hist delimited by size
        "  repeat/chronic: " delimited by size
        count-candidates delimited by size
        "  statements: " delimited by size
        count-statements delimited by size
        "  total charged: " delimited by size
        ed-total delimited by size
        into statement-record
        with pointer ws-statement-ptr.
    write statement-record.
    move spaces to statement-record.
    move 1 to ws-statement-ptr.
    string "cycles charged: " delimited by size
        count-charged delimited by size
        "  waived: " delimited by size
        count-waived delimited by size
        "  already charged: " delimited by size
        count-already delimited by size
        "  not charged: " delimited by size
        count-not-charged delimited by size
        into statement-record
        with pointer ws-statement-ptr.
    write statement-record.


*> filenames can be supplied as batch parameters (same convention as the isbn
*> program) so a scheduler run never blocks on a prompt; each falls back to an
*> interactive prompt when its parameter is absent
getFilenames.
    accept ws-hist-fname from environment "CHRG_HISTORY_FILE".
    if ws-hist-fname not = spaces then
        call "CBL_CHECK_FILE_EXIST" using ws-hist-fname file-info
        if return-code not = 0 then
            display "Error: CHRG_HISTORY_FILE (" function trim(ws-hist-fname) ") does not exist. Aborting."
            move 16 to return-code
            stop run
        end-if
        move 0 to hist-file-status
    else
        move 1 to hist-file-status
    end-if.
    perform getHistFilename until hist-file-status = 0.
    accept ws-control-fname from environment "CHRG_CONTROL_FILE".
    if ws-control-fname not = spaces then
        call "CBL_CHECK_FILE_EXIST" using ws-control-fname file-info
        if return-code not = 0 then
            display "Error: CHRG_CONTROL_FILE (" function trim(ws-control-fname) ") does not exist. Aborting."
            move 16 to return-code
            stop run
        end-if
        move 0 to control-file-status
    else
        move 1 to control-file-status
    end-if.
    perform getControlFilename until control-file-status = 0.
    accept ws-supplier-fname from environment "CHRG_SUPPLIER_FILE".
    if ws-supplier-fname not = spaces then
        call "CBL_CHECK_FILE_EXIST" using ws-supplier-fname file-info
        if return-code not = 0 then
            display "Error: CHRG_SUPPLIER_FILE (" function trim(ws-supplier-fname) ") does not exist. Aborting."
            move 16 to return-code
            stop run
        end-if
        move 0 to supplier-file-status
    else
        move 1 to supplier-file-status
    end-if.
    perform getSupplierFilename until supplier-file-status = 0.
    accept ws-charged-fname from environment "CHRG_LEDGER_FILE".
    if ws-charged-fname = spaces then
        display "Enter the filename of the charged ledger (created if new): " with no advancing
        accept ws-charged-fname
    end-if.
    accept ws-statement-fname from environment "CHRG_STATEMENT_FILE".
    if ws-statement-fname = spaces then
        display "Enter the filename to write the chargeback statements to: " with no advancing
        accept ws-statement-fname
    end-if.
    accept ws-debit-fname from environment "CHRG_DEBIT_FILE".
    if ws-debit-fname = spaces then
        display "Enter the filename to write the debit-note summary to: " with no advancing
        accept ws-debit-fname
    end-if.
    *> the period is a pure batch parameter: it defaults to the current
    *> month, so only a run billing a closed month late needs to set it
    accept ws-period from environment "CHRG_PERIOD".
    if ws-period not = spaces and ws-period is not numeric then
        display "Error: CHRG_PERIOD (" ws-period ") must be YYYYMM. Aborting."
        move 16 to return-code
        stop run
    end-if.


getHistFilename.
    display "Enter the filename of the isbntrack reject history: " with no advancing.
    accept ws-hist-fname.
    call "CBL_CHECK_FILE_EXIST" using ws-hist-fname file-info.
    move return-code to hist-file-status.
    if return-code not = 0 then
        display "Error: File does not exist."
    end-if.


getControlFilename.
    display "Enter the filename of the chargeback control file: " with no advancing.
    accept ws-control-fname.
    call "CBL_CHECK_FILE_EXIST" using ws-control-fname file-info.
    move return-code to control-file-status.
    if return-code not = 0 then
        display "Error: File does not exist."
    end-if.


getSupplierFilename.
    display "Enter the filename of the keyed supplier master: " with no advancing.
    accept ws-supplier-fname.
    call "CBL_CHECK_FILE_EXIST" using ws-supplier-fname file-info.
    move return-code to supplier-file-status.
    if return-code not = 0 then
        display "Error: File does not exist."
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
    move "isbnchrg" to rl-program.
    move function current-date(1:8) to rl-date.
    move function current-date(9:6) to rl-time.
    move ws-hist-fname to rl-input.
    move ws-statement-fname to rl-output.
    if runlog-type = 'E' then
        move count-hist to rl-read
        move count-charged to rl-good
        move count-not-charged to rl-bad
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
    display "History entries read: " count-hist ", repeat or chronic: " count-candidates.
    display "Cycles charged: " count-charged ", waived: " count-waived ", already charged: " count-already.
    display "Cycles not charged (see statements file): " count-not-charged.
    display "Statements written: " count-statements.
    display "Exiting program...".
    display "------------------------------".


displayProgramInfo.
    display space.
    display "----------------------".
    display "SUPPLIER CHARGEBACKS".
    display "This Cobol program charges repeat and chronic ISBN rejects back to the".
    display "suppliers whose feeds sent them, one statement per supplier.".
    display "----------------------".
