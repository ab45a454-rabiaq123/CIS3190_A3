*> movement over the tolerance - is held out on an exception listing for
*> review instead of flowing straight through. The tolerance is what stops
*> a decimal-shifted feed repricing the catalog at 10x before anyone looks.
*> A feed line that names the supplier sending it has that code checked
*> against the keyed supplier master, and a price from an unknown or
*> inactive supplier is held out too.

identification division.
program-id. isbnprice.
    organization is indexed
    access mode is dynamic
    record key is master-isbn
    *> title and author alternate keys, browsed by the isbnlook inquiry
    alternate record key is master-title with duplicates
    alternate record key is master-author with duplicates
    file status is master-stat.
select trans-out-file assign to dynamic ws-trans-fname
    organization is line sequential.
select exception-file assign to dynamic ws-exception-fname
    organization is line sequential.
*> keyed supplier master, maintained by the isbnsupp program
select supplier-file assign to dynamic ws-supplier-fname
    organization is indexed
    access mode is dynamic
    record key is sup-code
    file status is supplier-stat.
*> shared operations run log: a start and an end record per run, appended
*> by every program in the nightly chain for the isbnchain status report
select runlog-file assign to dynamic ws-runlog-fname
    organization is line sequential.

data division.
file section.
    02 pr-isbn             pic x(13).
    02 pr-price            pic x(7). *> 9(5)v99 digits as the publisher sends them
    02 pr-price-num        redefines pr-price pic 9(5)v99. *> numeric view, usable once pr-price tests NUMERIC
    02 pr-supplier         pic x(3). *> supplier sending the price; spaces on a feed that doesn't say

fd master-file.
01 master-record.
fd exception-file.
01 exception-record        pic x(200).

fd supplier-file.
01 supplier-record.         *> same layout the isbnsupp program maintains
    02 sup-code            pic x(3).
    02 sup-name            pic x(30).
    02 sup-status          pic x. *> 'A' active, 'I' inactive
    02 sup-currency        pic x(3).
    02 sup-terms           pic 9(3).

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
01 ws-price-fname          pic x(30).
01 ws-master-fname         pic x(30).
01 ws-trans-fname          pic x(30).
01 ws-exception-fname      pic x(30).
01 ws-exception-ptr        pic 9(3). *> current write position within exception-record
01 ws-supplier-fname       pic x(30).
01 master-stat             pic x(2). *> file status for the indexed master file
01 supplier-stat           pic x(2). *> file status for the indexed supplier master
01 price-file-status       pic 9.
01 master-file-status      pic 9.
01 supplier-file-status    pic 9.
01 feof                    pic 9 value 0. *> end-of-file switch for price-file
01 ws-tolerance-x          pic x(8). *> tolerance percentage as supplied (batch parameter or prompt)
01 tolerance-pct           pic 9(3)v9. *> maximum acceptable price movement, percent
    02 ed-old-price        pic zz,zz9.99.
    02 ed-new-price        pic zz,zz9.99.
    02 ed-move-pct         pic zzz9.9.
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
    perform getTolerance.
    open input master-file.
    if master-stat not = '00' then
        move 16 to return-code
        stop run
    end-if.
    open input supplier-file.
    if supplier-stat not = '00' then
        display "Error: could not open supplier master (" function trim(ws-supplier-fname) "), file status " supplier-stat ". Aborting."
        move 16 to return-code
        stop run
    end-if.
    open input price-file.
    open output trans-out-file.
    open output exception-file.
    perform writeExceptionTrailer.
    close price-file.
    close master-file.
    close supplier-file.
    close trans-out-file.
    close exception-file.
    perform displayEndMessage.
    perform writeRunLogEnd.
stop run.


*> exception-reason as spaces when it may and the hold-out reason otherwise.
*> a master price of zero means "no prescribed price", so there is no old
*> price to measure movement against - that is held for review too rather
*> than waved through on a division the program can't do. a line naming its
*> supplier is vetted on the code first: a price is only as good as the
*> supplier it came from
vetPriceLine.
    if pr-supplier not = spaces then
        perform vetSupplierCode
    end-if.
    if exception-reason not = spaces then
        continue
    else if pr-price is not numeric then
        move "price is not numeric" to exception-reason
    else
        move pr-isbn to master-isbn
    end-if.


*> checks the feed line's supplier code against the supplier master
vetSupplierCode.
    move pr-supplier to sup-code.
    read supplier-file
        invalid key
            move "supplier code not on the supplier master" to exception-reason
        not invalid key
            if sup-status not = 'A' then
                move "supplier inactive on the supplier master" to exception-reason
            end-if
    end-read.


*> writes the vetted 'C' transaction: only the price field is carried, so
*> the maintenance run can never blank a title or author off this feed
writeChangeTrans.
    move 1 to ws-exception-ptr.
    string "HELD " delimited by size
        pr-isbn delimited by size
        into exception-record
        with pointer ws-exception-ptr.
    if pr-supplier not = spaces then
        string " supplier " delimited by size
            pr-supplier delimited by size
            into exception-record
            with pointer ws-exception-ptr
    end-if.
    string " - " delimited by size
        function trim(exception-reason) delimited by size
        into exception-record
        with pointer ws-exception-ptr.
        move 1 to master-file-status
    end-if.
    perform getMasterFilename until master-file-status = 0.
    accept ws-supplier-fname from environment "PRICE_SUPPLIER_FILE".
    if ws-supplier-fname not = spaces then
        call "CBL_CHECK_FILE_EXIST" using ws-supplier-fname file-info
        if return-code not = 0 then
            display "Error: PRICE_SUPPLIER_FILE (" function trim(ws-supplier-fname) ") does not exist. Aborting."
            move 16 to return-code
            stop run
        end-if
        move 0 to supplier-file-status
    else
        move 1 to supplier-file-status
    end-if.
    perform getSupplierFilename until supplier-file-status = 0.
    accept ws-trans-fname from environment "PRICE_TRANS_FILE".
    if ws-trans-fname = spaces then
        display "Enter the filename to write the change-transactions to: " with no advancing
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
    move "isbnprice" to rl-program.
    move function current-date(1:8) to rl-date.
    move function current-date(9:6) to rl-time.
    move ws-price-fname to rl-input.
    move ws-trans-fname to rl-output.
    if runlog-type = 'E' then
        move count-read to rl-read
        move count-written to rl-good
        move count-held to rl-bad
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
