    organization is indexed
    access mode is dynamic
    record key is master-rec-isbn
    *> title and author alternate keys, browsed by the isbnlook inquiry
    alternate record key is master-rec-title with duplicates
    alternate record key is master-rec-author with duplicates
    file status is ws-master-stat.
*> keyed supplier master, maintained by the isbnsupp program: every order
*> line's supplier code is checked against it, so a mis-keyed code lands in
*> an exception section instead of becoming a second supplier in the totals
select supplier-file assign to dynamic ws-supplier-fname
    organization is indexed
    access mode is dynamic
    record key is sup-code
    file status is ws-supplier-stat.
*> registration-group/publisher range table driving report hyphenation: one
*> row per publisher range, updated by hand when new prefixes are allocated
select range-file assign to dynamic ws-range-fname
*> report and the quarterly supplier review
select history-file assign to dynamic ws-history-fname
    organization is line sequential.
*> shared operations run log: a start and an end record per run, appended
*> by every program in the nightly chain for the isbnchain status report
select runlog-file assign to dynamic ws-runlog-fname
    organization is line sequential.

data division.
file section.
    02 master-rec-author   pic x(30).
    02 master-rec-price    pic 9(5)v99.

fd supplier-file.
01 supplier-record.         *> same layout the isbnsupp program maintains
    02 sup-code            pic x(3).
    02 sup-name            pic x(30).
    02 sup-status          pic x. *> 'A' active, 'I' inactive
    02 sup-currency        pic x(3).
    02 sup-terms           pic 9(3).

fd valuation-file.
01 valuation-record        pic x(200).

    02 filler              pic x.
    02 rr-len              pic x. *> publisher number length within that range

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
01 ws-fname                pic x(30).
01 ws-list-fname           pic x(30).
01 ws-normalized-fname     pic x(30).
01 ws-invalid-fname        pic x(30).
01 ws-master-fname         pic x(30).
01 ws-supplier-fname       pic x(30).
01 ws-range-fname          pic x(30).
01 ws-valuation-fname      pic x(30).
01 ws-valuation-ptr        pic 9(3). *> current write position within valuation-record
01 feof5                   pic 9 value 0. *> end-of-file switch for control-file
01 master-file-status      pic 9.
01 ws-master-stat          pic x(2). *> file status for the indexed master file
01 supplier-file-status    pic 9.
01 ws-supplier-stat        pic x(2). *> file status for the indexed supplier master
01 range-file-status       pic 9.
01 i                       pic 9(4). *> iterator for entries
01 j                       pic 9(4). *> iterator for characters within an entry
        *> to the master file (meaningful only when has-no-master is 0)
        03 isbn-mst-title  pic x(40). *> master title this entry matched
        03 isbn-mst-price  pic 9(5)v99. *> master price this entry matched
        *> supplier master fields captured by crossReferenceSupplier's keyed
        *> read of the entry's supplier code (order lines only)
        03 isbn-sup-name   pic x(30). *> supplier name; spaces when the code isn't on the supplier master
        03 isbn-sup-state  pic x. *> 'A' active, 'I' inactive, 'U' not on the supplier master
        03 isbn-src        pic 9(2). *> source-list row the entry was read from (always 1 outside consolidation mode)
        03 isbn-src-line   pic 9(4). *> line number within that source file
        *> the key checkDuplicates compares: the ISBN-13 form for entries
01 supplier-list.           *> per-supplier value totals accumulated by the valuation pass
    02 supplier-entry      occurs 1 to 999 times depending on num-suppliers.
        03 supplier-code-t pic x(3).
        03 supplier-name-t pic x(30).
        03 supplier-total  pic 9(10)v99.
01 valuation-vars.          *> working variables for the batch valuation pass
    02 val-qty             pic 9(5).
    02 s                   pic 9(3). *> iterator for supplier-list entries
    02 val-any-line        pic 9. *> 1 if any order line priced this run
    02 val-any-exc         pic 9. *> 1 if any order line was an unpriced exception
    02 val-reason          pic x(40). *> why the current line couldn't be priced
    02 val-sup-exc         pic 9. *> 1 when val-reason is a supplier-code exception
    02 val-any-sup         pic 9. *> 1 if any order line was a supplier-code exception
01 tolerance-vars.          *> run-control thresholds from the control file, each inert until its row appears
    02 tol-invalid-pct     pic 9(3)v9 value 0. *> maximum acceptable invalid percentage
    02 tol-invalid-pct-set pic 9 value 0.
    02 dup-j               pic 9(4).
    02 dup-start            pic 9(4).
    02 dup-found            pic 9 value 0. *> 1 if any duplicate was found during this run
01 ws-runlog-fname         pic x(30). *> spaces when no run log is kept
01 runlog-type             pic x. *> 'S' or 'E', the record being appended
01 runlog-saved-rc         pic s9(4). *> RETURN-CODE saved across the run-log existence probe
01 file-info.
    02 file-size           pic x(8) comp-x.
    02 file-date.
    perform displayProgramInfo.
    perform readISBN.
    perform readMasterFile.
    perform readSupplierFile.
    perform readRangeFile.
    perform readControlFile.
    perform evaluateISBN.
    perform displayEndMessage.
    perform writeRunLogEnd.
stop run.


    *> every pass that needed the master has run (valuation and barcode work
    *> from the fields crossReferenceMaster captured on each entry)
    close master-file.
    *> check every order line's supplier code against the supplier master
    perform crossReferenceSupplier.
    close supplier-file.
    *> price the batch's order lines against the master, for purchasing
    perform writeValuationReport.
    *> emit the shelf-label barcode export for every matched valid ISBN
    end-perform.


*> looks up every order line's supplier code directly in the keyed supplier
*> master, capturing the supplier's name and whether it is active on the
*> entry for the valuation pass. plain ISBN-only lines carry no code and are
*> left alone; an order line with no code at all is treated as unknown
crossReferenceSupplier.
    perform varying i from 1 by 1 until i > num-entries
        move spaces to isbn-sup-name(i)
        move 'U' to isbn-sup-state(i)
        if isbn-supplier(i) not = spaces then
            move isbn-supplier(i) to sup-code
            read supplier-file
                invalid key continue
                not invalid key
                    move sup-name to isbn-sup-name(i)
                    if sup-status = 'A' then
                        move 'A' to isbn-sup-state(i)
                    else
                        move 'I' to isbn-sup-state(i)
                    end-if
            end-read
        end-if
    end-perform.


*> sorts the batch's stored ISBN texts into batch-key-list, which is what
*> lets the sequential master scan in crossReferenceReport binary-search the
*> batch (SEARCH ALL) per master record
    move 0 to val-grand.
    move 0 to val-any-line.
    move 0 to val-any-exc.
    move 0 to val-any-sup.
    open output valuation-file.
    move "BATCH VALUATION REPORT" to valuation-record.
    write valuation-record.
        move "  none" to valuation-record
        write valuation-record
    end-if.
    *> kept apart from the unpriced exceptions: these lines may price
    *> perfectly well, but a code the supplier master doesn't know (or
    *> knows as inactive) must not reach the supplier totals
    move "supplier code exceptions (unknown or inactive supplier):" to valuation-record.
    write valuation-record.
    perform valueOneSupplierException
        varying i from 1 by 1
        until i > num-entries.
    if val-any-sup = 0 then
        move "  none" to valuation-record
        write valuation-record
    end-if.
    move "totals by supplier:" to valuation-record.
    write valuation-record.
    perform writeSupplierTotal

*> decides whether order line I is priceable, leaving val-reason as spaces
*> when it is and the exception reason otherwise. lines with no order data
*> (a plain ISBN-only batch line) set val-reason to low-values so every
*> valuation pass skips them entirely. a supplier-code exception also sets
*> val-sup-exc, which routes the line to its own section of the report
classifyOrderLine.
    move 0 to val-sup-exc.
    if isbn-qty-x(i) = spaces and isbn-supplier(i) = spaces then
        move low-values to val-reason
    else if has-invalid-length(i) = 1 or has-invalid-alpha(i) = 1
        move "duplicate of an earlier line" to val-reason
    else if isbn-qty-x(i) is not numeric then
        move "quantity not numeric" to val-reason
    else if isbn-supplier(i) = spaces then
        move "no supplier code on the order line" to val-reason
        move 1 to val-sup-exc
    else if isbn-sup-state(i) = 'U' then
        move "supplier code not on the supplier master" to val-reason
        move 1 to val-sup-exc
    else if isbn-sup-state(i) = 'I' then
        move "supplier inactive on the supplier master" to val-reason
        move 1 to val-sup-exc
    else if has-no-master(i) = 1 then
        move "no master record to price from" to val-reason
    else
            ed-qty delimited by size
            "  supplier " delimited by size
            isbn-supplier(i) delimited by size
            " " delimited by size
            function trim(isbn-sup-name(i)) delimited by size
            "  @ " delimited by size
            ed-price delimited by size
            "  = " delimited by size
*> writes the exception line for an order line that couldn't be priced
valueOneException.
    perform classifyOrderLine.
    if val-reason not = spaces and val-reason not = low-values
        and val-sup-exc = 0
    then
        move 1 to val-any-exc
        move spaces to valuation-record
        move 1 to ws-valuation-ptr
    end-if.


*> writes the exception line for an order line whose supplier code the
*> supplier master doesn't know or holds as inactive
valueOneSupplierException.
    perform classifyOrderLine.
    if val-sup-exc = 1 then
        move 1 to val-any-sup
        move spaces to valuation-record
        move 1 to ws-valuation-ptr
        string "  " delimited by size
            function trim(isbn-raw(i)) delimited by size
            "  qty " delimited by size
            isbn-qty-x(i) delimited by size
            "  supplier " delimited by size
            isbn-supplier(i) delimited by size
            into valuation-record
            with pointer ws-valuation-ptr
        if isbn-sup-name(i) not = spaces then
            string " " delimited by size
                function trim(isbn-sup-name(i)) delimited by size
                into valuation-record
                with pointer ws-valuation-ptr
        end-if
        string "  - " delimited by size
            function trim(val-reason) delimited by size
            into valuation-record
            with pointer ws-valuation-ptr
        write valuation-record
    end-if.


*> finds (or creates) the supplier-list row for entry I's supplier code,
*> leaving its index in val-sx
findSupplierRow.
                stop run
        end-add
        move isbn-supplier(i) to supplier-code-t(num-suppliers)
        move isbn-sup-name(i) to supplier-name-t(num-suppliers)
        move 0 to supplier-total(num-suppliers)
        move num-suppliers to val-sx
    end-if.
    move supplier-total(s) to ed-grand.
    string "  " delimited by size
        supplier-code-t(s) delimited by size
        " " delimited by size
        supplier-name-t(s) delimited by size
        "  " delimited by size
        ed-grand delimited by size
        into valuation-record
    perform getValuationFilename.
    perform getBarcodeFilename.
    perform getNewtitleFilename.
    *> every input and output name is settled now, so the run is logged as
    *> started before any file is opened or read - an abort loading the
    *> batch or its reference files then shows as a start with no end
    perform writeRunLogStart.
    move 1 to num-entries.
    *> on a restart, append to the existing output files instead of
    *> truncating them, so the prior partial run's output is preserved;
    perform checkMasterFileExists.


*> prompt for and open the keyed supplier master (maintained by the isbnsupp
*> program), so every order line's supplier code can be checked against it
readSupplierFile.
    move 1 to supplier-file-status.
    accept ws-supplier-fname from environment "ISBN_SUPPLIER_FILE".
    if ws-supplier-fname not = spaces then
        perform checkSupplierFileExists
        *> a bad batch parameter aborts, same as ISBN_MASTER_FILE
        if supplier-file-status not = 0 then
            display "Error: ISBN_SUPPLIER_FILE (" function trim(ws-supplier-fname) ") does not exist. Aborting."
            move 16 to return-code
            stop run
        end-if
    end-if.
    perform getSupplierFilename until supplier-file-status = 0.
    *> stays open until crossReferenceSupplier has read every order line's code
    open input supplier-file.
    if ws-supplier-stat not = '00' then
        display "Error: could not open supplier master (" function trim(ws-supplier-fname) "), file status " ws-supplier-stat ". Aborting."
        move 16 to return-code
        stop run
    end-if.


getSupplierFilename.
    display "Enter the filename for the supplier master: " with no advancing.
    accept ws-supplier-fname.
    perform checkSupplierFileExists.


*> prompt for and load the hyphenation range table into range-list. the table
*> is a hand-maintained file (one row per publisher range) precisely so new
*> prefix allocations are an edit to that file, not a program change
    end-if.


checkSupplierFileExists.
    call "CBL_CHECK_FILE_EXIST" using ws-supplier-fname file-info.
    move return-code to supplier-file-status.
    if return-code not = 0 then
        display "Error: File does not exist."
    end-if.


*> the checkpoint file rides alongside the input file so a restart run can find
*> it again without having to ask the user for yet another filename
deriveCheckpointFilename.
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
    move "isbn" to rl-program.
    move function current-date(1:8) to rl-date.
    move function current-date(9:6) to rl-time.
    if ws-list-fname not = spaces then
        move ws-list-fname to rl-input
    else
        move source-fname(1) to rl-input
    end-if.
    move ws-valid-fname to rl-output.
    if runlog-type = 'E' then
        move num-entries to rl-read
        move valid-count to rl-good
        move invalid-count to rl-bad
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
