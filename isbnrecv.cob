*> same way the valuation report totals value. Order lines sent as ISBN-10s
*> are matched against receipts sent as ISBN-13s by normalizing both sides
*> to the 13-digit form, the same conversion the isbn program applies.
*> Every supplier code, on both the order and the goods-received side, is
*> checked against the keyed supplier master first: a line whose code is
*> unknown or inactive is held out of the match and the totals and listed
*> in its own exception section, and supplier names print beside the codes.
*> Optionally, every goods-received line that matched an order line is
*> written to a posting extract for the isbnstock program, which carries
*> the units into the stock-on-hand ledger, together with the units each
*> ordered ISBN/supplier pairing still has outstanding, which the ledger
*> keeps as the quantity on order.

identification division.
program-id. isbnrecv.
    organization is line sequential.
select match-file assign to dynamic ws-match-fname
    organization is line sequential.
*> stock posting extract: one record per goods-received line that matched an
*> order line, and one per ordered ISBN/supplier pairing giving the units
*> still outstanding, in the layout the isbnstock program posts to the ledger
select posting-file assign to dynamic ws-posting-fname
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
fd match-file.
01 match-record            pic x(200).

fd posting-file.
01 posting-record.
    02 pe-type             pic x. *> 'R' goods received against an order, 'O' units still on order
    02 pe-isbn             pic x(13). *> normalized ISBN-13 where the line normalizes
    02 pe-supplier         pic x(3).
    02 pe-qty              pic 9(5).
    02 pe-delref           pic x(10). *> delivery reference off the packing note
    02 pe-date             pic x(8). *> date this run made the match, YYYYMMDD - not a property of the delivery

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
01 ws-order-fname          pic x(30).
01 ws-goods-fname          pic x(30).
01 ws-match-fname          pic x(30).
01 ws-match-ptr            pic 9(3). *> current write position within match-record
01 ws-supplier-fname       pic x(30).
01 ws-posting-fname        pic x(30). *> spaces when no posting extract was asked for
01 posting-pass            pic 9 value 0. *> 1 only during the walk that writes the posting extract
01 posting-date            pic x(8). *> run date stamped on every posting record
01 supplier-stat           pic x(2). *> file status for the indexed supplier master
01 order-file-status       pic 9.
01 goods-file-status       pic 9.
01 supplier-file-status    pic 9.
01 feof                    pic 9 value 0. *> end-of-file switch for order-file
01 feof2                   pic 9 value 0. *> end-of-file switch for goods-file
01 j                       pic 9(2). *> iterator for characters within a line being normalized
    02 count-short         pic 9(4) value 0.
    02 count-over          pic 9(4) value 0.
    02 count-unordered     pic 9(4) value 0.
    02 count-sup-exc       pic 9(4) value 0. *> lines held out for an unknown or inactive supplier
    02 count-posted        pic 9(4) value 0. *> receipt records written to the posting extract
    02 count-open-posted   pic 9(4) value 0. *> open-order records written to the posting extract
01 num-suppliers           pic 9(3).
01 supplier-list.           *> per-supplier unit totals, same pattern as the valuation report
    02 supplier-entry      occurs 1 to 999 times depending on num-suppliers.
        03 supplier-code-t pic x(3).
        03 supplier-name-t pic x(30).
        03 supplier-ordered pic 9(7).
        03 supplier-received pic 9(7).
        03 supplier-short  pic 9(7).
    02 sup-x               pic 9(3). *> supplier-list row for the current run
    02 s                   pic 9(3). *> iterator for supplier-list entries
    02 sup-work            pic x(3). *> supplier code being found/created
    02 sup-check-name      pic x(30). *> supplier name checkSupplierCode found; spaces when unknown
    02 sup-check-reason    pic x(40). *> spaces when sup-work is an active supplier
01 num-sup-exc             pic 9(4).
01 sup-exc-list.            *> order and goods-received lines held out for their supplier code
    02 sup-exc-entry       occurs 1 to 9999 times depending on num-sup-exc.
        03 sx-side         pic x. *> 'O' order line, 'R' goods-received line
        03 sx-isbn         pic x(17). *> the ISBN as sent
        03 sx-code         pic x(3).
        03 sx-name         pic x(30). *> spaces when the code isn't on the supplier master
        03 sx-qty          pic x(5).
        03 sx-delref       pic x(10). *> spaces on an order line
        03 sx-reason       pic x(40).
01 sx                      pic 9(4). *> iterator for sup-exc-list entries
01 match-edits.             *> display forms for the matching report
    02 ed-ordered          pic zzz,zz9.
    02 ed-received         pic zzz,zz9.
    02 ed-diff             pic zzz,zz9.
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
    *> the supplier master stays open for the whole run: codes are checked
    *> as the lines are stored, and names are looked up as the report prints
    open input supplier-file.
    if supplier-stat not = '00' then
        display "Error: could not open supplier master (" function trim(ws-supplier-fname) "), file status " supplier-stat ". Aborting."
        move 16 to return-code
        stop run
    end-if.
    move 1 to num-sup-exc.
    perform readOrderFile.
    perform readGoodsFile.
    subtract 1 from num-sup-exc.
    move num-sup-exc to count-sup-exc.
    sort order-entry ascending ord-key.
    sort recv-entry ascending rcv-key.
    open output match-file.
    move "GOODS-RECEIVED MATCHING REPORT" to match-record.
    write match-record.
    perform reconcileReceipts.
    perform writeSupplierExceptions.
    perform writeSupplierTotals.
    perform writeMatchTrailer.
    close match-file.
    close supplier-file.
    perform displayEndMessage.
    perform writeRunLogEnd.
stop run.


            else if order-line-qty is not numeric then
                display "Warning: skipping order line with non-numeric quantity: " function trim(order-record)
            else
                move order-line-supplier to sup-work
                perform checkSupplierCode
                if sup-check-reason not = spaces then
                    move 'O' to sx-side(num-sup-exc)
                    move order-line-read to sx-isbn(num-sup-exc)
                    move order-line-qty to sx-qty(num-sup-exc)
                    move spaces to sx-delref(num-sup-exc)
                    perform holdSupplierException
                else
                    move order-line-read to strip-in
                    perform stripOneISBN
                    move norm-isbn to ord-isbn(num-orders)
                    move order-line-supplier to ord-supplier(num-orders)
                    move order-line-qty to ord-qty(num-orders)
                    add 1 to num-orders
                        on size error
                            display "Error: order file exceeds the 9999-line capacity. Aborting."
                            move 16 to return-code
                            stop run
                    end-add
                end-if
            end-if
    end-read.

            if goods-qty is not numeric then
                display "Warning: skipping goods-received line with non-numeric quantity: " function trim(goods-record)
            else
                move goods-supplier to sup-work
                perform checkSupplierCode
                if sup-check-reason not = spaces then
                    move 'R' to sx-side(num-sup-exc)
                    move goods-isbn to sx-isbn(num-sup-exc)
                    move goods-qty to sx-qty(num-sup-exc)
                    move goods-delref to sx-delref(num-sup-exc)
                    perform holdSupplierException
                else
                    move spaces to strip-in
                    move goods-isbn to strip-in
                    perform stripOneISBN
                    move norm-isbn to rcv-isbn(num-recv)
                    move goods-supplier to rcv-supplier(num-recv)
                    move goods-qty to rcv-qty(num-recv)
                    move goods-delref to rcv-delref(num-recv)
                    add 1 to num-recv
                        on size error
                            display "Error: goods-received file exceeds the 9999-line capacity. Aborting."
                            move 16 to return-code
                            stop run
                    end-add
                end-if
            end-if
    end-read.


*> checks the supplier code in sup-work against the supplier master, leaving
*> its name in sup-check-name and, when the code may not be matched or
*> totalled, the reason in sup-check-reason
checkSupplierCode.
    move spaces to sup-check-name.
    move spaces to sup-check-reason.
    if sup-work = spaces then
        move "no supplier code on the line" to sup-check-reason
    else
        move sup-work to sup-code
        read supplier-file
            invalid key
                move "supplier code not on the supplier master" to sup-check-reason
            not invalid key
                move sup-name to sup-check-name
                if sup-status not = 'A' then
                    move "supplier inactive on the supplier master" to sup-check-reason
                end-if
        end-read
    end-if.


*> completes the sup-exc-list row the caller has started for a line held
*> out on its supplier code
holdSupplierException.
    move sup-work to sx-code(num-sup-exc).
    move sup-check-name to sx-name(num-sup-exc).
    move sup-check-reason to sx-reason(num-sup-exc).
    add 1 to num-sup-exc
        on size error
            display "Error: more than 9999 lines carry an unknown or inactive supplier code. Aborting."
            move 16 to return-code
            stop run
    end-add.


*> strips separators from strip-in and leaves the matching key in norm-isbn:
*> a 13-digit line as-is, a 10-digit line converted to its 978-prefixed
*> ISBN-13 form (fresh mod-10 check digit, same conversion the isbn program
    move 1 to a.
    move 1 to b.
    move 0 to count-short.
    *> the first walk sees every run exactly once, so it is the one that
    *> writes the posting extract
    if ws-posting-fname not = spaces then
        move function current-date(1:8) to posting-date
        open output posting-file
        move 1 to posting-pass
    end-if.
    perform walkShortRun until a > num-orders and b > num-recv.
    if ws-posting-fname not = spaces then
        move 0 to posting-pass
        close posting-file
    end-if.
    if count-short = 0 then
        move "  none" to match-record
        write match-record
walkShortRun.
    perform consumeOneRun.
    perform tallySupplierRun.
    if posting-pass = 1 and run-ordered > 0 then
        perform writeOpenOrderRecord
    end-if.
    if run-ordered > run-received then
        add 1 to count-short
        compute run-short = run-ordered - run-received
    add 1 to a.


*> consumeOneRun has already summed the order rows of the run, so by the
*> time a receipt is consumed run-ordered says whether it matched an order
consumeRecvRow.
    add rcv-qty(b) to run-received.
    if run-delref = spaces then
        move rcv-delref(b) to run-delref
    end-if.
    if posting-pass = 1 and run-ordered > 0 then
        perform writePostingRecord
    end-if.
    add 1 to b.


*> posts receipt row B as it arrived: an over-shipment is still stock on
*> the shelf, so the full quantity received goes to the ledger, one record
*> per delivery so the ledger keeps the delivery reference
writePostingRecord.
    move 'R' to pe-type.
    move rcv-isbn(b) to pe-isbn.
    move rcv-supplier(b) to pe-supplier.
    move rcv-qty(b) to pe-qty.
    move rcv-delref(b) to pe-delref.
    move posting-date to pe-date.
    write posting-record.
    add 1 to count-posted.


*> posts the units the run's order lines are still waiting for - zero once
*> the pairing has arrived in full, so a completed order clears from the
*> ledger's on-order figure
writeOpenOrderRecord.
    move 'O' to pe-type.
    move run-key(1:13) to pe-isbn.
    move run-key(14:3) to pe-supplier.
    if run-ordered > run-received then
        compute pe-qty = run-ordered - run-received
            on size error
                move 99999 to pe-qty
        end-compute
    else
        move 0 to pe-qty
    end-if.
    move spaces to pe-delref.
    move posting-date to pe-date.
    write posting-record.
    add 1 to count-open-posted.


writeShortLine.
    move run-key(14:3) to sup-work.
    perform checkSupplierCode.
    move spaces to match-record.
    move 1 to ws-match-ptr.
    move run-ordered to ed-ordered.
        run-key(1:13) delimited by size
        "  supplier " delimited by size
        run-key(14:3) delimited by size
        " " delimited by size
        function trim(sup-check-name) delimited by size
        "  ordered " delimited by size
        ed-ordered delimited by size
        "  received " delimited by size


writeOverLine.
    move run-key(14:3) to sup-work.
    perform checkSupplierCode.
    move spaces to match-record.
    move 1 to ws-match-ptr.
    move run-ordered to ed-ordered.
        run-key(1:13) delimited by size
        "  supplier " delimited by size
        run-key(14:3) delimited by size
        " " delimited by size
        function trim(sup-check-name) delimited by size
        "  ordered " delimited by size
        ed-ordered delimited by size
        "  received " delimited by size


writeUnorderedLine.
    move run-key(14:3) to sup-work.
    perform checkSupplierCode.
    move spaces to match-record.
    move 1 to ws-match-ptr.
    move run-received to ed-received.
        run-key(1:13) delimited by size
        "  supplier " delimited by size
        run-key(14:3) delimited by size
        " " delimited by size
        function trim(sup-check-name) delimited by size
        "  received " delimited by size
        ed-received delimited by size
        "  with no order line  (delivery " delimited by size
                stop run
        end-add
        move sup-work to supplier-code-t(num-suppliers)
        perform checkSupplierCode
        move sup-check-name to supplier-name-t(num-suppliers)
        move 0 to supplier-ordered(num-suppliers)
        move 0 to supplier-received(num-suppliers)
        move 0 to supplier-short(num-suppliers)
    end-if.


*> lists every order and goods-received line held out of the match for its
*> supplier code - these never reached the buckets above or the totals below
writeSupplierExceptions.
    move "supplier code exceptions (unknown or inactive supplier, not matched):" to match-record.
    write match-record.
    perform writeOneSupplierException
        varying sx from 1 by 1
        until sx > num-sup-exc.
    if num-sup-exc = 0 then
        move "  none" to match-record
        write match-record
    end-if.


writeOneSupplierException.
    move spaces to match-record.
    move 1 to ws-match-ptr.
    if sx-side(sx) = 'O' then
        string "  order line     " delimited by size
            into match-record
            with pointer ws-match-ptr
    else
        string "  goods received " delimited by size
            into match-record
            with pointer ws-match-ptr
    end-if.
    string function trim(sx-isbn(sx)) delimited by size
        "  qty " delimited by size
        sx-qty(sx) delimited by size
        "  supplier " delimited by size
        sx-code(sx) delimited by size
        into match-record
        with pointer ws-match-ptr.
    if sx-name(sx) not = spaces then
        string " " delimited by size
            function trim(sx-name(sx)) delimited by size
            into match-record
            with pointer ws-match-ptr
    end-if.
    if sx-delref(sx) not = spaces then
        string "  (delivery " delimited by size
            function trim(sx-delref(sx)) delimited by size
            ")" delimited by size
            into match-record
            with pointer ws-match-ptr
    end-if.
    string " - " delimited by size
        function trim(sx-reason(sx)) delimited by size
        into match-record
        with pointer ws-match-ptr.
    write match-record.


writeSupplierTotals.
    move "totals by supplier:" to match-record.
    write match-record.
    move supplier-received(s) to ed-received.
    string "  " delimited by size
        supplier-code-t(s) delimited by size
        " " delimited by size
        function trim(supplier-name-t(s)) delimited by size
        "  ordered " delimited by size
        ed-ordered delimited by size
        "  received " delimited by size
        count-over delimited by size
        "  never ordered: " delimited by size
        count-unordered delimited by size
        "  supplier exceptions: " delimited by size
        count-sup-exc delimited by size
        into match-record
        with pointer ws-match-ptr.
    write match-record.
        move 1 to goods-file-status
    end-if.
    perform getGoodsFilename until goods-file-status = 0.
    accept ws-supplier-fname from environment "RECV_SUPPLIER_FILE".
    if ws-supplier-fname not = spaces then
        call "CBL_CHECK_FILE_EXIST" using ws-supplier-fname file-info
        if return-code not = 0 then
            display "Error: RECV_SUPPLIER_FILE (" function trim(ws-supplier-fname) ") does not exist. Aborting."
            move 16 to return-code
            stop run
        end-if
        move 0 to supplier-file-status
    else
        move 1 to supplier-file-status
    end-if.
    perform getSupplierFilename until supplier-file-status = 0.
    accept ws-match-fname from environment "RECV_REPORT_FILE".
    if ws-match-fname = spaces then
        display "Enter the filename to write the matching report to: " with no advancing
        accept ws-match-fname
    end-if.
    *> the stock posting extract is a pure batch parameter (no interactive
    *> prompt): only the scheduled chain that runs isbnstock wants one
    accept ws-posting-fname from environment "RECV_POSTING_FILE".


getOrderFilename.
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
    move "isbnrecv" to rl-program.
    move function current-date(1:8) to rl-date.
    move function current-date(9:6) to rl-time.
    move ws-goods-fname to rl-input.
    move ws-match-fname to rl-output.
    if runlog-type = 'E' then
        move num-recv to rl-read
        move count-matched to rl-good
        compute rl-bad = count-short + count-over + count-unordered + count-sup-exc
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
    display "Short-shipped: " count-short.
    display "Over-shipped: " count-over.
    display "Received but never ordered: " count-unordered.
    display "Held out for supplier code: " count-sup-exc.
    if ws-posting-fname not = spaces then
        display "Receipts written to the stock posting extract: " count-posted
        display "Open-order records written to the stock posting extract: " count-open-posted
    end-if.
    display "Exiting program...".
    display "------------------------------".

    display "GOODS-RECEIVED MATCHING".
    display "This Cobol program matches a goods-received file against the order lines of a".
    display "batch input file and reports short-shipments, over-shipments, and receipts".
    display "that were never ordered, totalled by supplier; lines with an unknown or".
    display "inactive supplier code are held out and listed separately.".
    display "----------------------".
