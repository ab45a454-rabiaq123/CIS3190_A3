*> Program to maintain the keyed supplier master from a transaction file of
*> add/change/delete records keyed by the 3-character supplier code, the same
*> way the isbnmaint program maintains the master title file. The supplier
*> master is what the isbn program's valuation report, the isbnrecv
*> goods-received match and the isbnprice feed check every supplier code
*> against, so a mis-keyed code on an order line is caught as an exception
*> instead of quietly becoming a second supplier in the totals. Each supplier
*> carries its name, an active/inactive status, its default currency and its
*> payment terms. A supplier that is no longer traded with should be made
*> inactive with a change rather than deleted, so the history that names it
*> still reads. Leaves an audit listing of every applied and rejected
*> transaction. The first run against a new supplier master creates it.

identification division.
program-id. isbnsupp.

environment division.
input-output section.
file-control.
select supplier-file assign to dynamic ws-supplier-fname
    organization is indexed
    access mode is dynamic
    record key is sup-code
    file status is supplier-stat.
select trans-file assign to dynamic ws-trans-fname
    organization is line sequential.
select audit-file assign to dynamic ws-audit-fname
    organization is line sequential.
*> shared operations run log: a start and an end record per run, appended
*> by every program in the nightly chain for the isbnchain status report
select runlog-file assign to dynamic ws-runlog-fname
    organization is line sequential.

data division.
file section.
fd supplier-file.
01 supplier-record.
    02 sup-code            pic x(3).
    02 sup-name            pic x(30).
    02 sup-status          pic x. *> 'A' active, 'I' inactive
    02 sup-currency        pic x(3). *> default invoicing currency, e.g. USD
    02 sup-terms           pic 9(3). *> payment terms, net days

fd trans-file.
01 trans-record.
    02 trans-action        pic x. *> 'A' add, 'C' change, 'D' delete
    02 trans-code          pic x(3).
    02 trans-name          pic x(30).
    02 trans-status        pic x. *> 'A' or 'I'; spaces on an add mean active, on a change "keep"
    02 trans-currency      pic x(3). *> spaces on an add mean USD, on a change "keep"
    02 trans-terms         pic x(3). *> net days; spaces on an add mean 030, on a change "keep"
    02 trans-terms-num     redefines trans-terms pic 9(3). *> numeric view, usable once trans-terms tests NUMERIC

fd audit-file.
01 audit-record            pic x(200).

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
01 ws-supplier-fname       pic x(30).
01 ws-trans-fname          pic x(30).
01 ws-audit-fname          pic x(30).
01 ws-audit-ptr            pic 9(3). *> current write position within audit-record
01 supplier-stat           pic x(2). *> file status for the indexed supplier master
01 trans-file-status       pic 9.
01 feof                    pic 9 value 0. *> end-of-file switch for trans-file
01 supplier-found          pic 9. *> 1 when the keyed read found trans-code on the supplier master
01 reject-reason           pic x(60). *> spaces when the current transaction is acceptable
01 trans-counts.            *> end-of-run tally for the audit trailer
    02 count-read          pic 9(4) value 0.
    02 count-applied       pic 9(4) value 0.
    02 count-rejected      pic 9(4) value 0.
01 edited-terms            pic zz9. *> display form of the payment terms for the audit listing
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
    *> unlike the master title file (built by the isbnload program) the
    *> supplier master has no loader, so the first run creates it empty and
    *> the add transactions populate it
    call "CBL_CHECK_FILE_EXIST" using ws-supplier-fname file-info.
    if return-code not = 0 then
        display "Supplier master (" function trim(ws-supplier-fname) ") not found - creating it."
        open output supplier-file
        close supplier-file
    end-if.
    move 0 to return-code.
    open i-o supplier-file.
    if supplier-stat not = '00' then
        display "Error: could not open supplier master (" function trim(ws-supplier-fname) "), file status " supplier-stat ". Aborting."
        move 16 to return-code
        stop run
    end-if.
    open input trans-file.
    open output audit-file.
    perform applyTransactions until feof = 1.
    perform writeAuditTrailer.
    close trans-file.
    close supplier-file.
    close audit-file.
    perform displayEndMessage.
    perform writeRunLogEnd.
stop run.


*> reads one transaction, validates it, applies it to the supplier master
*> when it is acceptable, and writes an audit line either way
applyTransactions.
    read trans-file at end move 1 to feof
        not at end
            add 1 to count-read
            move spaces to reject-reason
            perform validateTransaction
            if reject-reason = spaces then
                perform applyOneTransaction
            end-if
            *> applyOneTransaction can still reject via its INVALID KEY arms,
            *> so the applied/rejected split is decided after it runs
            if reject-reason = spaces then
                add 1 to count-applied
                perform writeAuditApplied
            else
                add 1 to count-rejected
                perform writeAuditRejected
            end-if
    end-read.


*> validates the current transaction, leaving reject-reason as spaces when it
*> is acceptable and a one-line reason otherwise
validateTransaction.
    perform readSupplierEntry.
    evaluate trans-action
        when 'A'
            if trans-code = spaces or trans-code(1:1) = space then
                move "supplier code is blank or not left-justified" to reject-reason
            else if supplier-found not = 0 then
                move "supplier code already on the supplier master" to reject-reason
            else if trans-name = spaces then
                move "add carries no supplier name" to reject-reason
            else
                perform validateStatusAndTerms
            end-if
        when 'C'
            if supplier-found = 0 then
                move "supplier code not on the supplier master" to reject-reason
            else if trans-name = spaces and trans-status = spaces
                and trans-currency = spaces and trans-terms = spaces
            then
                move "change carries no fields to change" to reject-reason
            else
                perform validateStatusAndTerms
            end-if
        when 'D'
            if supplier-found = 0 then
                move "supplier code not on the supplier master" to reject-reason
            end-if
        when other
            move "unknown action code (expected A, C or D)" to reject-reason
    end-evaluate.


*> the status byte and payment terms are the two fields with a fixed form;
*> either may be left blank (defaulted on an add, kept on a change)
validateStatusAndTerms.
    if trans-status not = spaces and trans-status not = 'A'
        and trans-status not = 'I'
    then
        move "status must be A (active) or I (inactive)" to reject-reason
    else if trans-terms not = spaces and trans-terms is not numeric then
        move "payment terms are not numeric" to reject-reason
    end-if.


*> applies an already-validated transaction with one keyed operation. a
*> change only replaces the fields the transaction actually carries, so
*> deactivating a supplier can't blank its name; readSupplierEntry has
*> already read the current record into supplier-record
applyOneTransaction.
    evaluate trans-action
        when 'A'
            move trans-code to sup-code
            move trans-name to sup-name
            if trans-status = spaces then
                move 'A' to sup-status
            else
                move trans-status to sup-status
            end-if
            if trans-currency = spaces then
                move "USD" to sup-currency
            else
                move trans-currency to sup-currency
            end-if
            if trans-terms = spaces then
                move 30 to sup-terms
            else
                move trans-terms-num to sup-terms
            end-if
            write supplier-record
                invalid key
                    move "supplier master rejected the add (duplicate key)" to reject-reason
            end-write
        when 'C'
            if trans-name not = spaces then
                move trans-name to sup-name
            end-if
            if trans-status not = spaces then
                move trans-status to sup-status
            end-if
            if trans-currency not = spaces then
                move trans-currency to sup-currency
            end-if
            if trans-terms not = spaces then
                move trans-terms-num to sup-terms
            end-if
            rewrite supplier-record
                invalid key
                    move "supplier master rejected the change (record gone)" to reject-reason
            end-rewrite
        when 'D'
            delete supplier-file record
                invalid key
                    move "supplier master rejected the delete (record gone)" to reject-reason
            end-delete
    end-evaluate.


*> reads the supplier record keyed on trans-code into supplier-record,
*> leaving supplier-found as 1 when it exists and 0 when it does not
readSupplierEntry.
    move 0 to supplier-found.
    move trans-code to sup-code.
    read supplier-file
        invalid key continue
        not invalid key move 1 to supplier-found
    end-read.


*> the applied line shows the record as it now stands on the supplier
*> master, so a change is audited with its defaults and kept fields filled in
writeAuditApplied.
    move spaces to audit-record.
    move 1 to ws-audit-ptr.
    string "applied  " delimited by size
        trans-action delimited by size
        " " delimited by size
        trans-code delimited by size
        into audit-record
        with pointer ws-audit-ptr.
    if trans-action = 'A' or trans-action = 'C' then
        move sup-terms to edited-terms
        string " " delimited by size
            function trim(sup-name) delimited by size
            "  status " delimited by size
            sup-status delimited by size
            "  currency " delimited by size
            sup-currency delimited by size
            "  terms net " delimited by size
            edited-terms delimited by size
            into audit-record
            with pointer ws-audit-ptr
    end-if.
    write audit-record.


writeAuditRejected.
    move spaces to audit-record.
    move 1 to ws-audit-ptr.
    string "REJECTED " delimited by size
        trans-action delimited by size
        " " delimited by size
        trans-code delimited by size
        " - " delimited by size
        function trim(reject-reason) delimited by size
        into audit-record
        with pointer ws-audit-ptr.
    write audit-record.


writeAuditTrailer.
    move spaces to audit-record.
    move 1 to ws-audit-ptr.
    string "transactions read: " delimited by size
        count-read delimited by size
        "  applied: " delimited by size
        count-applied delimited by size
        "  rejected: " delimited by size
        count-rejected delimited by size
        into audit-record
        with pointer ws-audit-ptr.
    write audit-record.


*> filenames can be supplied as batch parameters (same convention as the isbn
*> program) so a scheduler run never blocks on a prompt; each falls back to an
*> interactive prompt when its parameter is absent
getFilenames.
    *> not checked for existence - a first run creates the supplier master
    accept ws-supplier-fname from environment "SUPP_MASTER_FILE".
    if ws-supplier-fname = spaces then
        display "Enter the filename of the keyed supplier master: " with no advancing
        accept ws-supplier-fname
    end-if.
    accept ws-trans-fname from environment "SUPP_TRANS_FILE".
    if ws-trans-fname not = spaces then
        call "CBL_CHECK_FILE_EXIST" using ws-trans-fname file-info
        if return-code not = 0 then
            display "Error: SUPP_TRANS_FILE (" function trim(ws-trans-fname) ") does not exist. Aborting."
            move 16 to return-code
            stop run
        end-if
        move 0 to trans-file-status
    else
        move 1 to trans-file-status
    end-if.
    perform getTransFilename until trans-file-status = 0.
    accept ws-audit-fname from environment "SUPP_AUDIT_FILE".
    if ws-audit-fname = spaces then
        display "Enter the filename to write the audit listing to: " with no advancing
        accept ws-audit-fname
    end-if.


getTransFilename.
    display "Enter the filename of the supplier transaction file: " with no advancing.
    accept ws-trans-fname.
    call "CBL_CHECK_FILE_EXIST" using ws-trans-fname file-info.
    move return-code to trans-file-status.
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
    move "isbnsupp" to rl-program.
    move function current-date(1:8) to rl-date.
    move function current-date(9:6) to rl-time.
    move ws-trans-fname to rl-input.
    move ws-supplier-fname to rl-output.
    if runlog-type = 'E' then
        move count-read to rl-read
        move count-applied to rl-good
        move count-rejected to rl-bad
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
    display "Supplier master updated in place.".
    display "Exiting program...".
    display "------------------------------".


displayProgramInfo.
    display space.
    display "----------------------".
    display "SUPPLIER MASTER MAINTENANCE".
    display "This Cobol program applies a file of add/change/delete transactions to the".
    display "keyed supplier master and writes an audit listing.".
    display "----------------------".
