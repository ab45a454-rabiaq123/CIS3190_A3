*> Program to value the stock-on-hand ledger at period end: every ISBN the
*> isbnstock program's ledger holds units of is extended at the master title
*> file price, and the values are totalled by supplier (the supplier of the
*> ISBN's last receipt) and by publisher prefix (registration group plus
*> publisher, segmented by the same hyphenation range table the isbn
*> program uses), with a grand total. A stocked ISBN with no master record
*> has no price to value it at, so it is listed separately rather than
*> silently valued at nothing. The ledger is keyed on the ISBN-13; a title
*> still held on the master under its ISBN-10 key is found by that key.

identification division.
program-id. isbnvalue.

environment division.
input-output section.
file-control.
select ledger-file assign to dynamic ws-ledger-fname
    organization is indexed
    access mode is dynamic
    record key is stk-isbn
    file status is ledger-stat.
select master-file assign to dynamic ws-master-fname
    organization is indexed
    access mode is dynamic
    record key is master-isbn
    *> title and author alternate keys, browsed by the isbnlook inquiry
    alternate record key is master-title with duplicates
    alternate record key is master-author with duplicates
    file status is master-stat.
*> keyed supplier master, maintained by the isbnsupp program
select supplier-file assign to dynamic ws-supplier-fname
    organization is indexed
    access mode is dynamic
    record key is sup-code
    file status is supplier-stat.
*> registration-group/publisher range table, the same file the isbn program
*> hyphenates from
select range-file assign to dynamic ws-range-fname
    organization is line sequential.
select value-file assign to dynamic ws-value-fname
    organization is line sequential.
*> shared operations run log: a start and an end record per run, appended
*> by every program in the nightly chain for the isbnchain status report
select runlog-file assign to dynamic ws-runlog-fname
    organization is line sequential.

data division.
file section.
fd ledger-file.
01 ledger-record.           *> same layout the isbnstock program maintains
    02 stk-isbn            pic x(13).
    02 stk-on-hand         pic 9(7).
    02 stk-last-recv-date  pic x(8).
    02 stk-last-delref     pic x(10).
    02 stk-last-supplier   pic x(3).
    02 stk-last-move-date  pic x(8).
    02 stk-on-order        pic 9(7).
    02 stk-order-date      pic x(8).

fd master-file.
01 master-record.
    02 master-isbn         pic x(13).
    02 master-title        pic x(40).
    02 master-author       pic x(30).
    02 master-price        pic 9(5)v99.

fd supplier-file.
01 supplier-record.         *> same layout the isbnsupp program maintains
    02 sup-code            pic x(3).
    02 sup-name            pic x(30).
    02 sup-status          pic x. *> 'A' active, 'I' inactive
    02 sup-currency        pic x(3).
    02 sup-terms           pic 9(3).

fd range-file.
01 range-record.            *> e.g. "9780    0000000 1999999 2": publishers 00-19 under 978-0 are 2 digits
    02 rr-prefix           pic x(8). *> EAN prefix + registration group digits, left-justified
    02 filler              pic x.
    02 rr-lo               pic x(7). *> publisher range lower bound over the next 7 digits
    02 filler              pic x.
    02 rr-hi               pic x(7). *> publisher range upper bound over the next 7 digits
    02 filler              pic x.
    02 rr-len              pic x. *> publisher number length within that range

fd value-file.
01 value-record            pic x(200).

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
01 ws-ledger-fname         pic x(30).
01 ws-master-fname         pic x(30).
01 ws-supplier-fname       pic x(30).
01 ws-range-fname          pic x(30).
01 ws-value-fname          pic x(30).
01 ws-value-ptr            pic 9(3). *> current write position within value-record
01 ledger-stat             pic x(2). *> file status for the indexed stock ledger
01 master-stat             pic x(2). *> file status for the indexed master file
01 supplier-stat           pic x(2). *> file status for the indexed supplier master
01 ledger-file-status      pic 9.
01 master-file-status      pic 9.
01 supplier-file-status    pic 9.
01 range-file-status       pic 9.
01 feof                    pic 9 value 0. *> end-of-file switch for the sequential ledger pass
01 feof3                   pic 9 value 0. *> end-of-file switch for range-file
01 j                       pic 9(2). *> iterator for characters within a key
01 k                       pic 9(2). *> multiplier for ISBN digits when calculating a check digit
01 num-ranges              pic 9(3).
01 range-list.              *> hyphenation range table loaded from range-file
    02 range-entry         occurs 1 to 999 times depending on num-ranges.
        03 range-prefix    pic x(8). *> EAN prefix + registration group digits
        03 range-prefix-len pic 9. *> how many digits of range-prefix are significant
        03 range-lo        pic 9(7). *> publisher range bounds over the 7 digits after the group
        03 range-hi        pic 9(7).
        03 range-pub-len   pic 9. *> publisher number length within this range
01 num-suppliers           pic 9(3).
01 supplier-list.           *> per-supplier stock value totals
    02 supplier-entry      occurs 1 to 999 times depending on num-suppliers.
        03 supplier-code-t pic x(3).
        03 supplier-name-t pic x(30).
        03 supplier-units  pic 9(9).
        03 supplier-value  pic 9(12)v99.
01 num-prefixes            pic 9(4).
01 prefix-list.             *> per-publisher-prefix stock value totals
    02 prefix-entry        occurs 1 to 9999 times depending on num-prefixes.
        03 prefix-label    pic x(17). *> e.g. 978-0-13; (unclassified) when the range table has no row for it
        03 prefix-units    pic 9(9).
        03 prefix-value    pic 9(12)v99.
01 value-vars.              *> working variables for valuing one ledger record
    02 master-found        pic 9. *> 1 when the master read found the stocked ISBN
    02 val-extended        pic 9(12)v99.
    02 val-grand           pic 9(13)v99 value 0.
    02 s                   pic 9(3). *> iterator for supplier-list entries
    02 sup-x               pic 9(3). *> supplier-list row for the current record
    02 px                  pic 9(4). *> iterator for prefix-list entries
    02 prefix-x            pic 9(4). *> prefix-list row for the current record
    02 prefix-work         pic x(17). *> label derived for the current record
    02 prefix-lbl-len      pic 9(2).
    02 isbn10-key          pic x(13). *> ISBN-10 form of a 978 ledger key, for the master fallback read
01 value-counts.            *> end-of-run tally for the report trailer
    02 count-read          pic 9(7) value 0.
    02 count-stocked       pic 9(7) value 0.
    02 count-valued        pic 9(7) value 0.
    02 count-no-master     pic 9(7) value 0.
    02 total-units         pic 9(9) value 0.
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
01 check10-vars.            *> ISBN-10 check-digit work area, same method as the isbn program
    02 check10-sum         pic 9(3).
    02 check10-product     pic 9(3).
    02 check10-mod         pic 9(2).
    02 check10-digit       pic 9(2).
    02 check10-char        pic 9.
01 value-edits.             *> display forms for the valuation report
    02 ed-qty              pic z,zzz,zz9.
    02 ed-units            pic zzz,zzz,zz9.
    02 ed-price            pic zz,zz9.99.
    02 ed-extended         pic zzz,zzz,zzz,zz9.99.
    02 ed-grand            pic z,zzz,zzz,zzz,zz9.99.
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
    perform readRangeFile.
    open input ledger-file.
    if ledger-stat not = '00' then
        display "Error: could not open stock ledger (" function trim(ws-ledger-fname) "), file status " ledger-stat ". Aborting."
        move 16 to return-code
        stop run
    end-if.
    open input master-file.
    if master-stat not = '00' then
        display "Error: could not open master title file (" function trim(ws-master-fname) "), file status " master-stat ". Aborting."
        move 16 to return-code
        stop run
    end-if.
    open input supplier-file.
    if supplier-stat not = '00' then
        display "Error: could not open supplier master (" function trim(ws-supplier-fname) "), file status " supplier-stat ". Aborting."
        move 16 to return-code
        stop run
    end-if.
    open output value-file.
    move spaces to value-record.
    move 1 to ws-value-ptr.
    string "STOCK VALUATION REPORT - as at " delimited by size
        function current-date(1:8) delimited by size
        into value-record
        with pointer ws-value-ptr.
    write value-record.
    move 0 to num-suppliers.
    move 0 to num-prefixes.
    move "stocked titles at master price:" to value-record.
    write value-record.
    perform walkLedger.
    if count-valued = 0 then
        move "  none" to value-record
        write value-record
    end-if.
    *> a second walk lists the ISBNs the first could not value, so the
    *> exceptions read as one section instead of interleaving with the lines
    move "stocked ISBNs with no master record (not valued):" to value-record.
    write value-record.
    move 0 to feof.
    perform walkLedgerExceptions.
    if count-no-master = 0 then
        move "  none" to value-record
        write value-record
    end-if.
    perform writeSupplierTotals.
    perform writePrefixTotals.
    perform writeValueTrailer.
    close value-file.
    close ledger-file.
    close master-file.
    close supplier-file.
    perform displayEndMessage.
    perform writeRunLogEnd.
stop run.


walkLedger.
    move low-values to stk-isbn.
    start ledger-file key >= stk-isbn
        invalid key move 1 to feof
    end-start.
    perform valueOneRecord until feof = 1.


*> values the next ledger record; records with nothing on hand are passed
*> over - the ledger keeps them for their receipt history, not their value
valueOneRecord.
    read ledger-file next record
        at end move 1 to feof
        not at end
            add 1 to count-read
            if stk-on-hand > 0 then
                add 1 to count-stocked
                add stk-on-hand to total-units
                perform readMasterEntry
                if master-found = 0 then
                    add 1 to count-no-master
                else
                    add 1 to count-valued
                    perform writeValuedLine
                end-if
            end-if
    end-read.


walkLedgerExceptions.
    move low-values to stk-isbn.
    start ledger-file key >= stk-isbn
        invalid key move 1 to feof
    end-start.
    perform listOneException until feof = 1.


listOneException.
    read ledger-file next record
        at end move 1 to feof
        not at end
            if stk-on-hand > 0 then
                perform readMasterEntry
                if master-found = 0 then
                    perform writeExceptionLine
                end-if
            end-if
    end-read.


*> reads the master record for the stocked ISBN: the ledger's ISBN-13 key
*> first, then - for a 978 key - the ISBN-10 the title may still be held
*> under on the master
readMasterEntry.
    move 0 to master-found.
    move stk-isbn to master-isbn.
    read master-file
        invalid key continue
        not invalid key move 1 to master-found
    end-read.
    if master-found = 0 and stk-isbn(1:3) = '978' and stk-isbn is numeric then
        perform buildIsbn10Key
        move isbn10-key to master-isbn
        read master-file
            invalid key continue
            not invalid key move 1 to master-found
        end-read
    end-if.


*> builds the ISBN-10 form of a 978 ISBN-13 into isbn10-key: digits 4-12 of
*> the 13 plus a freshly computed mod-11 check digit (X for 10)
buildIsbn10Key.
    move spaces to isbn10-key.
    move stk-isbn(4:9) to isbn10-key(1:9).
    move 0 to check10-sum.
    move 10 to k.
    perform varying j from 1 by 1 until j > 9
        compute check10-product = k * function numval(isbn10-key(j:1))
        add check10-product to check10-sum
        subtract 1 from k
    end-perform.
    compute check10-mod = function mod(check10-sum,11).
    compute check10-digit = function mod(11 - check10-mod, 11).
    if check10-digit = 10 then
        move 'X' to isbn10-key(10:1)
    else
        move check10-digit to check10-char
        move check10-char to isbn10-key(10:1)
    end-if.


*> writes the valued line for the current ledger record and accumulates it
*> into the supplier, prefix and grand totals
writeValuedLine.
    compute val-extended = stk-on-hand * master-price.
    add val-extended to val-grand.
    perform findSupplierRow.
    add stk-on-hand to supplier-units(sup-x).
    add val-extended to supplier-value(sup-x).
    perform derivePrefixLabel.
    perform findPrefixRow.
    add stk-on-hand to prefix-units(prefix-x).
    add val-extended to prefix-value(prefix-x).
    move spaces to value-record.
    move 1 to ws-value-ptr.
    move stk-on-hand to ed-qty.
    move master-price to ed-price.
    move val-extended to ed-extended.
    string "  " delimited by size
        hyph-out delimited by size
        " " delimited by size
        master-title(1:30) delimited by size
        "  on hand " delimited by size
        ed-qty delimited by size
        "  @ " delimited by size
        ed-price delimited by size
        "  = " delimited by size
        ed-extended delimited by size
        "  supplier " delimited by size
        stk-last-supplier delimited by size
        into value-record
        with pointer ws-value-ptr.
    write value-record.


writeExceptionLine.
    move spaces to value-record.
    move 1 to ws-value-ptr.
    move stk-on-hand to ed-qty.
    string "  " delimited by size
        stk-isbn delimited by size
        "  on hand " delimited by size
        ed-qty delimited by size
        "  last receipt " delimited by size
        stk-last-recv-date delimited by size
        "  supplier " delimited by size
        stk-last-supplier delimited by size
        "  delivery " delimited by size
        stk-last-delref delimited by size
        into value-record
        with pointer ws-value-ptr.
    write value-record.


*> finds (or creates) the supplier-list row for the current record's last
*> supplier, looking its name up on the supplier master when the row is new
findSupplierRow.
    move 0 to sup-x.
    perform varying s from 1 by 1 until s > num-suppliers or sup-x not = 0
        if supplier-code-t(s) = stk-last-supplier then
            move s to sup-x
        end-if
    end-perform.
    if sup-x = 0 then
        add 1 to num-suppliers
            on size error
                display "Error: ledger carries more than 999 distinct supplier codes. Aborting."
                move 16 to return-code
                stop run
        end-add
        move stk-last-supplier to supplier-code-t(num-suppliers)
        move spaces to supplier-name-t(num-suppliers)
        *> stock that only ever arrived through a count has no supplier
        if stk-last-supplier = spaces then
            move "(no receipt on the ledger)" to supplier-name-t(num-suppliers)
        else
            move stk-last-supplier to sup-code
            read supplier-file
                invalid key
                    move "(not on the supplier master)" to supplier-name-t(num-suppliers)
                not invalid key
                    move sup-name to supplier-name-t(num-suppliers)
            end-read
        end-if
        move 0 to supplier-units(num-suppliers)
        move 0 to supplier-value(num-suppliers)
        move num-suppliers to sup-x
    end-if.


*> hyphenates the ledger key and cuts the registration group and publisher
*> off the front of it, the same label the isbn program's prefix-quality
*> section uses; a key the range table can't segment is (unclassified)
derivePrefixLabel.
    move stk-isbn to hyph-in.
    if stk-isbn(11:3) = spaces then
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
        end-if
        move hyph-out(1:prefix-lbl-len) to prefix-work
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
                display "Error: ledger carries more than 9999 distinct publisher prefixes. Aborting."
                move 16 to return-code
                stop run
        end-add
        move prefix-work to prefix-label(num-prefixes)
        move 0 to prefix-units(num-prefixes)
        move 0 to prefix-value(num-prefixes)
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


writeSupplierTotals.
    move "totals by supplier (supplier of the last receipt):" to value-record.
    write value-record.
    perform writeOneSupplierTotal
        varying s from 1 by 1
        until s > num-suppliers.
    if num-suppliers = 0 then
        move "  none" to value-record
        write value-record
    end-if.


writeOneSupplierTotal.
    move spaces to value-record.
    move 1 to ws-value-ptr.
    move supplier-units(s) to ed-units.
    move supplier-value(s) to ed-extended.
    string "  " delimited by size
        supplier-code-t(s) delimited by size
        " " delimited by size
        supplier-name-t(s) delimited by size
        "  units " delimited by size
        ed-units delimited by size
        "  value " delimited by size
        ed-extended delimited by size
        into value-record
        with pointer ws-value-ptr.
    write value-record.


writePrefixTotals.
    move "totals by publisher prefix:" to value-record.
    write value-record.
    perform writeOnePrefixTotal
        varying px from 1 by 1
        until px > num-prefixes.
    if num-prefixes = 0 then
        move "  none" to value-record
        write value-record
    end-if.


writeOnePrefixTotal.
    move spaces to value-record.
    move 1 to ws-value-ptr.
    move prefix-units(px) to ed-units.
    move prefix-value(px) to ed-extended.
    string "  " delimited by size
        prefix-label(px) delimited by size
        "  units " delimited by size
        ed-units delimited by size
        "  value " delimited by size
        ed-extended delimited by size
        into value-record
        with pointer ws-value-ptr.
    write value-record.


writeValueTrailer.
    move spaces to value-record.
    move 1 to ws-value-ptr.
    move val-grand to ed-grand.
    string "grand total: " delimited by size
        ed-grand delimited by size
        into value-record
        with pointer ws-value-ptr.
    write value-record.
    move spaces to value-record.
    move 1 to ws-value-ptr.
    move total-units to ed-units.
    string "ledger records read: " delimited by size
        count-read delimited by size
        "  stocked: " delimited by size
        count-stocked delimited by size
        "  valued: " delimited by size
        count-valued delimited by size
        "  no master record: " delimited by size
        count-no-master delimited by size
        "  units on hand: " delimited by size
        ed-units delimited by size
        into value-record
        with pointer ws-value-ptr.
    write value-record.


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


*> filenames can be supplied as batch parameters (same convention as the isbn
*> program) so a scheduler run never blocks on a prompt; each falls back to an
*> interactive prompt when its parameter is absent
getFilenames.
    accept ws-ledger-fname from environment "VALUE_LEDGER_FILE".
    if ws-ledger-fname not = spaces then
        call "CBL_CHECK_FILE_EXIST" using ws-ledger-fname file-info
        if return-code not = 0 then
            display "Error: VALUE_LEDGER_FILE (" function trim(ws-ledger-fname) ") does not exist. Aborting."
            move 16 to return-code
            stop run
        end-if
        move 0 to ledger-file-status
    else
        move 1 to ledger-file-status
    end-if.
    perform getLedgerFilename until ledger-file-status = 0.
    accept ws-master-fname from environment "VALUE_MASTER_FILE".
    if ws-master-fname not = spaces then
        call "CBL_CHECK_FILE_EXIST" using ws-master-fname file-info
        if return-code not = 0 then
            display "Error: VALUE_MASTER_FILE (" function trim(ws-master-fname) ") does not exist. Aborting."
            move 16 to return-code
            stop run
        end-if
        move 0 to master-file-status
    else
        move 1 to master-file-status
    end-if.
    perform getMasterFilename until master-file-status = 0.
    accept ws-supplier-fname from environment "VALUE_SUPPLIER_FILE".
    if ws-supplier-fname not = spaces then
        call "CBL_CHECK_FILE_EXIST" using ws-supplier-fname file-info
        if return-code not = 0 then
            display "Error: VALUE_SUPPLIER_FILE (" function trim(ws-supplier-fname) ") does not exist. Aborting."
            move 16 to return-code
            stop run
        end-if
        move 0 to supplier-file-status
    else
        move 1 to supplier-file-status
    end-if.
    perform getSupplierFilename until supplier-file-status = 0.
    accept ws-range-fname from environment "VALUE_RANGE_FILE".
    if ws-range-fname not = spaces then
        call "CBL_CHECK_FILE_EXIST" using ws-range-fname file-info
        if return-code not = 0 then
            display "Error: VALUE_RANGE_FILE (" function trim(ws-range-fname) ") does not exist. Aborting."
            move 16 to return-code
            stop run
        end-if
        move 0 to range-file-status
    else
        move 1 to range-file-status
    end-if.
    perform getRangeFilename until range-file-status = 0.
    accept ws-value-fname from environment "VALUE_REPORT_FILE".
    if ws-value-fname = spaces then
        display "Enter the filename to write the stock valuation report to: " with no advancing
        accept ws-value-fname
    end-if.


getLedgerFilename.
    display "Enter the filename of the keyed stock ledger: " with no advancing.
    accept ws-ledger-fname.
    call "CBL_CHECK_FILE_EXIST" using ws-ledger-fname file-info.
    move return-code to ledger-file-status.
    if return-code not = 0 then
        display "Error: File does not exist."
    end-if.


getMasterFilename.
    display "Enter the filename of the keyed master title file: " with no advancing.
    accept ws-master-fname.
    call "CBL_CHECK_FILE_EXIST" using ws-master-fname file-info.
    move return-code to master-file-status.
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


getRangeFilename.
    display "Enter the filename of the hyphenation range table: " with no advancing.
    accept ws-range-fname.
    call "CBL_CHECK_FILE_EXIST" using ws-range-fname file-info.
    move return-code to range-file-status.
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
    move "isbnvalue" to rl-program.
    move function current-date(1:8) to rl-date.
    move function current-date(9:6) to rl-time.
    move ws-ledger-fname to rl-input.
    move ws-value-fname to rl-output.
    if runlog-type = 'E' then
        move count-read to rl-read
        move count-valued to rl-good
        move count-no-master to rl-bad
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
    display "Ledger records read: " count-read ", stocked: " count-stocked.
    display "Valued at master price: " count-valued ", no master record: " count-no-master.
    display "Exiting program...".
    display "------------------------------".


displayProgramInfo.
    display space.
    display "----------------------".
    display "STOCK VALUATION REPORT".
    display "This Cobol program values the stock-on-hand ledger at the master title price,".
    display "totalled by supplier and by publisher prefix.".
    display "----------------------".
