*> Program to match supplier invoices three ways - against the order lines
*> of a batch input file (the quantity/supplier lines the isbn program's
*> valuation report prices), against the goods-received file the isbnrecv
*> program matches, and against the master title file price - so accounts
*> payable stops ticking invoices off both reports by hand. Every invoice
*> line lands in exactly one bucket: matched and payable, billed over
*> received, price over master beyond the tolerance, or billed but never
*> ordered (plus, ahead of those, lines whose supplier code the supplier
*> master doesn't know or holds inactive, and lines too malformed to
*> price). A disputed line is disputed in full. Payable and disputed
*> amounts are totalled per invoice, with a RELEASE or HOLD verdict, and per
*> supplier, so AP can act on every invoice from this one report. ISBNs are
*> normalized to the 13-digit form on all three sides, the same conversion
*> the isbn program applies.

identification division.
program-id. isbninv.

environment division.
input-output section.
file-control.
select invoice-file assign to dynamic ws-invoice-fname
    organization is line sequential.
select order-file assign to dynamic ws-order-fname
    organization is line sequential.
select goods-file assign to dynamic ws-goods-fname
    organization is line sequential.
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
select match-file assign to dynamic ws-match-fname
    organization is line sequential.
*> shared operations run log: a start and an end record per run, appended
*> by every program in the nightly chain for the isbnchain status report
select runlog-file assign to dynamic ws-runlog-fname
    organization is line sequential.

data division.
file section.
fd invoice-file.
01 invoice-record.
    02 ir-number           pic x(10). *> supplier's invoice number
    02 ir-supplier         pic x(3).
    02 ir-isbn             pic x(13).
    02 ir-qty              pic x(5). *> quantity billed, digits
    02 ir-price            pic x(7). *> unit price billed, 9(5)v99 digits
    02 ir-price-num        redefines ir-price pic 9(5)v99. *> numeric view, usable once ir-price tests NUMERIC

fd order-file.
01 order-record.            *> same layout the isbn program reads: plain lines carry no qty/supplier
    02 order-line-read     pic x(17).
    02 order-line-qty      pic x(5).
    02 order-line-supplier pic x(3).

fd goods-file.
01 goods-record.            *> same layout the isbnrecv program reads
    02 goods-isbn          pic x(13).
    02 goods-qty           pic x(5).
    02 goods-supplier      pic x(3).
    02 goods-delref        pic x(10).

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

fd match-file.
01 match-record            pic x(200).

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
01 ws-invoice-fname        pic x(30).
01 ws-order-fname          pic x(30).
01 ws-goods-fname          pic x(30).
01 ws-master-fname         pic x(30).
01 ws-supplier-fname       pic x(30).
01 ws-match-fname          pic x(30).
01 ws-match-ptr            pic 9(3). *> current write position within match-record
01 ws-tolerance-x          pic x(8). *> tolerance percentage as supplied (batch parameter or prompt)
01 master-stat             pic x(2). *> file status for the indexed master file
01 supplier-stat           pic x(2). *> file status for the indexed supplier master
01 invoice-file-status     pic 9.
01 order-file-status       pic 9.
01 goods-file-status       pic 9.
01 master-file-status      pic 9.
01 supplier-file-status    pic 9.
01 feof                    pic 9 value 0. *> end-of-file switch for order-file
01 feof2                   pic 9 value 0. *> end-of-file switch for goods-file
01 feof3                   pic 9 value 0. *> end-of-file switch for invoice-file
01 j                       pic 9(2). *> iterator for characters within a line being normalized
01 k                       pic 9(2). *> multiplier for EAN check-digit weighting
01 tolerance-pct           pic 9(3)v9. *> billed price may exceed the master price by this much, percent
01 num-raw                 pic 9(5).
01 raw-list.                *> every order and goods-received line, before equal keys are summed
    02 raw-entry           occurs 1 to 19998 times depending on num-raw.
        03 rw-key.
            04 rw-isbn     pic x(13). *> normalized ISBN-13 where the line normalizes
            04 rw-supplier pic x(3).
        03 rw-ordered      pic 9(5).
        03 rw-received     pic 9(5).
01 rw                      pic 9(5). *> iterator for raw-list entries
01 num-keys                pic 9(5).
01 key-list.                *> one row per ISBN/supplier: what was ordered, received and billed
    02 key-entry           occurs 1 to 19998 times depending on num-keys
                           ascending key is kl-key indexed by klx.
        03 kl-key.
            04 kl-isbn     pic x(13).
            04 kl-supplier pic x(3).
        03 kl-ordered      pic 9(7).
        03 kl-received     pic 9(7).
        *> quantity already accepted against this key by earlier invoice
        *> lines in the run, so two invoices can't each bill the same
        *> delivery in full
        03 kl-billed       pic 9(7).
01 num-lines               pic 9(4).
01 line-list.               *> every invoice line read, with the bucket it landed in
    02 line-entry          occurs 1 to 9999 times depending on num-lines.
        03 il-number       pic x(10).
        03 il-supplier     pic x(3).
        03 il-isbn         pic x(13). *> as billed
        03 il-qty          pic 9(5).
        03 il-price        pic 9(5)v99.
        03 il-amount       pic 9(10)v99. *> quantity times unit price billed
        *> 'M' matched and payable, 'R' billed over received, 'P' price over
        *> master, 'N' never ordered, 'S' supplier code exception, 'U' unreadable
        03 il-bucket       pic x.
        03 il-ordered      pic 9(7). *> ordered under the line's ISBN/supplier
        03 il-received     pic 9(7). *> received under it
        03 il-billed       pic 9(7). *> accepted by earlier lines before this one
        03 il-master-price pic 9(5)v99. *> 0 when the title has no master price
        03 il-reason       pic x(40). *> for the 'S' and 'U' buckets
01 l                       pic 9(4). *> iterator for line-list entries
01 num-invoices            pic 9(4).
01 invoice-list.            *> per-invoice payable/disputed totals
    02 invoice-entry       occurs 1 to 9999 times depending on num-invoices.
        03 it-number       pic x(10).
        03 it-supplier     pic x(3).
        03 it-lines        pic 9(4).
        03 it-disputed-lines pic 9(4).
        03 it-payable      pic 9(10)v99.
        03 it-disputed     pic 9(10)v99.
01 num-suppliers           pic 9(3).
01 supplier-list.           *> per-supplier payable/disputed totals
    02 supplier-entry      occurs 1 to 999 times depending on num-suppliers.
        03 supplier-code-t pic x(3).
        03 supplier-name-t pic x(30).
        03 supplier-payable pic 9(10)v99.
        03 supplier-disputed pic 9(10)v99.
01 match-vars.              *> working variables for matching one invoice line
    02 line-key.
        03 line-key-isbn   pic x(13).
        03 line-key-supplier pic x(3).
    02 key-found           pic 9. *> 1 when SEARCH ALL found line-key in key-list
    02 price-limit         pic 9(6)v99. *> highest unit price the tolerance allows
    02 run-key             pic x(16). *> key whose equal-run is being summed into key-list
    02 t                   pic 9(4). *> iterator for invoice-list entries
    02 inv-x               pic 9(4). *> invoice-list row for the current line
    02 s                   pic 9(3). *> iterator for supplier-list entries
    02 sup-x               pic 9(3). *> supplier-list row for the current line
    02 sup-work            pic x(3). *> supplier code being checked/found
    02 sup-check-name      pic x(30). *> supplier name checkSupplierCode found; spaces when unknown
    02 sup-check-reason    pic x(40). *> spaces when sup-work is an active supplier
    02 section-bucket      pic x. *> bucket the section being written lists
    02 section-any         pic 9. *> 1 once the section being written has a line
01 match-counts.            *> end-of-run tally for the report trailer
    02 count-read          pic 9(4) value 0.
    02 count-payable       pic 9(4) value 0.
    02 count-disputed      pic 9(4) value 0.
    02 count-released      pic 9(4) value 0.
    02 count-held          pic 9(4) value 0.
    02 total-payable       pic 9(12)v99 value 0.
    02 total-disputed      pic 9(12)v99 value 0.
01 strip-vars.              *> working variables for normalizing one ISBN line
    02 strip-in            pic x(17). *> the line as sent, hyphens/spaces and all
    02 strip-entry.
        03 strip-char      pic x occurs 13 times.
    02 strip-text          redefines strip-entry pic x(13).
    02 strip-ptr           pic 9(2). *> digits copied so far while stripping separators
01 norm-isbn               pic x(13). *> 13-digit (or as-stripped) form stripOneISBN leaves behind
01 master-price-found      pic 9. *> 1 when one of the master reads found the billed ISBN
01 isbn10-key              pic x(13). *> ISBN-10 form of a 978 key, for the master fallback read
01 check10-vars.            *> ISBN-10 check-digit work area, same method as the isbn program
    02 check10-sum         pic 9(3).
    02 check10-product     pic 9(3).
    02 check10-mod         pic 9(2).
    02 check10-digit       pic 9(2).
    02 check10-char        pic 9.
01 ean-vars.                *> EAN-13 check-digit work area, same method as the isbn program
    02 ean-digit           pic x occurs 12 times.
    02 ean-sum             pic 9(3) value 0.
    02 ean-mod             pic 9(2) value 0.
    02 ean-check           pic 9(2) value 0.
    02 ean-check-digit     pic 9.
    02 ean-product         pic 9(3) value 0.
01 match-edits.             *> display forms for the matching report
    02 ed-qty              pic zz,zz9.
    02 ed-count            pic zzz,zz9.
    02 ed-price            pic zz,zz9.99.
    02 ed-amount           pic z,zzz,zzz,zz9.99.
    02 ed-total            pic zzz,zzz,zzz,zz9.99.
    02 ed-pct              pic zz9.9.
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
    perform getTolerance.
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
    move 1 to num-raw.
    perform readOrderFile.
    perform readGoodsFile.
    subtract 1 from num-raw.
    perform buildKeyList.
    perform readInvoiceFile.
    close master-file.
    open output match-file.
    move "THREE-WAY INVOICE MATCH" to match-record.
    write match-record.
    perform writeBucketSections.
    perform writeInvoiceTotals.
    perform writeSupplierTotals.
    perform writeMatchTrailer.
    close match-file.
    close supplier-file.
    perform displayEndMessage.
    perform writeRunLogEnd.
stop run.


readOrderFile.
    open input order-file.
    perform storeOrderLines until feof = 1.
    close order-file.


*> stores one order line that carries order data; plain ISBN-only lines and
*> non-numeric quantities are skipped the same way the isbnrecv program
*> skips them
storeOrderLines.
    read order-file at end move 1 to feof
        not at end
            if order-line-qty = spaces and order-line-supplier = spaces then
                continue
            else if order-line-qty is not numeric then
                display "Warning: skipping order line with non-numeric quantity: " function trim(order-record)
            else
                move order-line-read to strip-in
                perform stripOneISBN
                move norm-isbn to rw-isbn(num-raw)
                move order-line-supplier to rw-supplier(num-raw)
                move order-line-qty to rw-ordered(num-raw)
                move 0 to rw-received(num-raw)
                perform addRawRow
            end-if
    end-read.


readGoodsFile.
    open input goods-file.
    perform storeGoodsLines until feof2 = 1.
    close goods-file.


storeGoodsLines.
    read goods-file at end move 1 to feof2
        not at end
            if goods-qty is not numeric then
                display "Warning: skipping goods-received line with non-numeric quantity: " function trim(goods-record)
            else
                move spaces to strip-in
                move goods-isbn to strip-in
                perform stripOneISBN
                move norm-isbn to rw-isbn(num-raw)
                move goods-supplier to rw-supplier(num-raw)
                move 0 to rw-ordered(num-raw)
                move goods-qty to rw-received(num-raw)
                perform addRawRow
            end-if
    end-read.


addRawRow.
    add 1 to num-raw
        on size error
            display "Error: order and goods-received files exceed the 19998-line capacity. Aborting."
            move 16 to return-code
            stop run
    end-add.


*> sorts the order and goods-received rows together and sums every run of
*> equal ISBN/supplier keys into one key-list row, so doubled order lines
*> and split deliveries are one figure each before any invoice is matched
*> and key-list can be binary-searched (SEARCH ALL) per invoice line
buildKeyList.
    move 0 to num-keys.
    if num-raw > 0 then
        sort raw-entry ascending rw-key
        move spaces to run-key
        perform sumOneRawRow
            varying rw from 1 by 1
            until rw > num-raw
    end-if.


sumOneRawRow.
    if num-keys = 0 or rw-key(rw) not = run-key then
        add 1 to num-keys
        move rw-key(rw) to run-key
        move rw-key(rw) to kl-key(num-keys)
        move 0 to kl-ordered(num-keys)
        move 0 to kl-received(num-keys)
        move 0 to kl-billed(num-keys)
    end-if.
    add rw-ordered(rw) to kl-ordered(num-keys).
    add rw-received(rw) to kl-received(num-keys).


readInvoiceFile.
    move 1 to num-lines.
    move 0 to num-invoices.
    move 0 to num-suppliers.
    open input invoice-file.
    perform matchInvoiceLines until feof3 = 1.
    close invoice-file.
    subtract 1 from num-lines.


*> reads one invoice line, decides its bucket, and accumulates its amount
*> into the invoice and supplier totals as payable or disputed
matchInvoiceLines.
    read invoice-file at end move 1 to feof3
        not at end
            add 1 to count-read
            move ir-number to il-number(num-lines)
            move ir-supplier to il-supplier(num-lines)
            move ir-isbn to il-isbn(num-lines)
            move 0 to il-qty(num-lines)
            move 0 to il-price(num-lines)
            move 0 to il-amount(num-lines)
            move 0 to il-ordered(num-lines)
            move 0 to il-received(num-lines)
            move 0 to il-billed(num-lines)
            move 0 to il-master-price(num-lines)
            move spaces to il-reason(num-lines)
            perform classifyInvoiceLine
            perform tallyInvoiceLine
            add 1 to num-lines
                on size error
                    display "Error: invoice file exceeds the 9999-line capacity. Aborting."
                    move 16 to return-code
                    stop run
            end-add
    end-read.


*> puts the current invoice line into exactly one bucket. the checks run
*> cheapest-and-most-basic first, so a line is disputed for the first
*> thing wrong with it: unreadable, then supplier, then never ordered, then
*> over the received quantity, then over the master price
classifyInvoiceLine.
    move ir-supplier to sup-work.
    perform checkSupplierCode.
    if ir-qty is not numeric then
        move 'U' to il-bucket(num-lines)
        move "quantity billed is not numeric" to il-reason(num-lines)
    else if ir-price is not numeric then
        move 'U' to il-bucket(num-lines)
        move "unit price billed is not numeric" to il-reason(num-lines)
    else if ir-number = spaces then
        move 'U' to il-bucket(num-lines)
        move "line carries no invoice number" to il-reason(num-lines)
    else
        move ir-qty to il-qty(num-lines)
        move ir-price-num to il-price(num-lines)
        compute il-amount(num-lines) = il-qty(num-lines) * il-price(num-lines)
        if sup-check-reason not = spaces then
            move 'S' to il-bucket(num-lines)
            move sup-check-reason to il-reason(num-lines)
        else
            perform matchAgainstOrders
        end-if
    end-if.


*> the three-way part: finds the ISBN/supplier row, then tests the billed
*> quantity against what arrived and the billed price against the master
matchAgainstOrders.
    move spaces to strip-in.
    move ir-isbn to strip-in.
    perform stripOneISBN.
    move norm-isbn to line-key-isbn.
    move ir-supplier to line-key-supplier.
    move 0 to key-found.
    if num-keys > 0 then
        search all key-entry
            at end continue
            when kl-key(klx) = line-key
                move 1 to key-found
        end-search
    end-if.
    if key-found = 1 then
        move kl-ordered(klx) to il-ordered(num-lines)
        move kl-received(klx) to il-received(num-lines)
        move kl-billed(klx) to il-billed(num-lines)
    end-if.
    perform readMasterPrice.
    if key-found = 0 or il-ordered(num-lines) = 0 then
        move 'N' to il-bucket(num-lines)
    else if il-billed(num-lines) + il-qty(num-lines) > il-received(num-lines) then
        move 'R' to il-bucket(num-lines)
    else
        *> the quantity stands whatever the price verdict: a later invoice
        *> for the same delivery is measured against what is left of it
        add il-qty(num-lines) to kl-billed(klx)
        compute price-limit rounded = il-master-price(num-lines) * (100 + tolerance-pct) / 100
        if il-master-price(num-lines) = 0 then
            move 'P' to il-bucket(num-lines)
        else if il-price(num-lines) > price-limit then
            move 'P' to il-bucket(num-lines)
        else
            move 'M' to il-bucket(num-lines)
        end-if
    end-if.


*> reads the master price for the billed ISBN. the master holds a title
*> under one form of its ISBN or the other, so the key is tried as the
*> supplier sent it, then in its 13-digit form, then - for a 978 key - in
*> the ISBN-10 form the title may still be held under
readMasterPrice.
    move 0 to master-price-found.
    move ir-isbn to master-isbn.
    read master-file
        invalid key continue
        not invalid key move 1 to master-price-found
    end-read.
    if master-price-found = 0 then
        move norm-isbn to master-isbn
        read master-file
            invalid key continue
            not invalid key move 1 to master-price-found
        end-read
    end-if.
    if master-price-found = 0 and norm-isbn(1:3) = '978' and norm-isbn is numeric then
        perform buildIsbn10Key
        move isbn10-key to master-isbn
        read master-file
            invalid key continue
            not invalid key move 1 to master-price-found
        end-read
    end-if.
    if master-price-found = 1 then
        move master-price to il-master-price(num-lines)
    end-if.


*> builds the ISBN-10 form of the 978 ISBN-13 in norm-isbn into isbn10-key:
*> digits 4-12 of the 13 plus a freshly computed mod-11 check digit (X for
*> 10), the same as the isbnvalue program's buildIsbn10Key
buildIsbn10Key.
    move spaces to isbn10-key.
    move norm-isbn(4:9) to isbn10-key(1:9).
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


*> adds the current line to its invoice's and its supplier's totals, as
*> payable when it matched and as disputed otherwise
tallyInvoiceLine.
    move 0 to inv-x.
    perform varying t from 1 by 1 until t > num-invoices or inv-x not = 0
        if it-number(t) = il-number(num-lines) and it-supplier(t) = il-supplier(num-lines) then
            move t to inv-x
        end-if
    end-perform.
    if inv-x = 0 then
        add 1 to num-invoices
            on size error
                display "Error: invoice file carries more than 9999 invoices. Aborting."
                move 16 to return-code
                stop run
        end-add
        move il-number(num-lines) to it-number(num-invoices)
        move il-supplier(num-lines) to it-supplier(num-invoices)
        move 0 to it-lines(num-invoices)
        move 0 to it-disputed-lines(num-invoices)
        move 0 to it-payable(num-invoices)
        move 0 to it-disputed(num-invoices)
        move num-invoices to inv-x
    end-if.
    move 0 to sup-x.
    perform varying s from 1 by 1 until s > num-suppliers or sup-x not = 0
        if supplier-code-t(s) = il-supplier(num-lines) then
            move s to sup-x
        end-if
    end-perform.
    if sup-x = 0 then
        add 1 to num-suppliers
            on size error
                display "Error: invoice file carries more than 999 distinct supplier codes. Aborting."
                move 16 to return-code
                stop run
        end-add
        move il-supplier(num-lines) to supplier-code-t(num-suppliers)
        move sup-check-name to supplier-name-t(num-suppliers)
        move 0 to supplier-payable(num-suppliers)
        move 0 to supplier-disputed(num-suppliers)
        move num-suppliers to sup-x
    end-if.
    add 1 to it-lines(inv-x).
    if il-bucket(num-lines) = 'M' then
        add 1 to count-payable
        add il-amount(num-lines) to it-payable(inv-x)
        add il-amount(num-lines) to supplier-payable(sup-x)
        add il-amount(num-lines) to total-payable
    else
        add 1 to count-disputed
        add 1 to it-disputed-lines(inv-x)
        add il-amount(num-lines) to it-disputed(inv-x)
        add il-amount(num-lines) to supplier-disputed(sup-x)
        add il-amount(num-lines) to total-disputed
    end-if.


*> checks the supplier code in sup-work against the supplier master, leaving
*> its name in sup-check-name and, when the code may not be paid, the reason
*> in sup-check-reason
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


*> strips separators from strip-in and leaves the matching key in norm-isbn:
*> a 13-digit line as-is, a 10-digit line converted to its 978-prefixed
*> ISBN-13 form (fresh mod-10 check digit, same conversion the isbn program
*> applies), anything else as-stripped so a malformed line can still match
*> an identically malformed one rather than vanishing
stripOneISBN.
    move spaces to strip-entry.
    move 0 to strip-ptr.
    perform stripOneChar
        varying j from 1 by 1
        until j > 17.
    if strip-ptr = 10 then
        perform convertStripTo13
    else
        move strip-text to norm-isbn
    end-if.


stripOneChar.
    if strip-in(j:1) not = '-' and strip-in(j:1) not = space then
        add 1 to strip-ptr
        if strip-ptr <= 13 then
            move strip-in(j:1) to strip-char(strip-ptr)
        end-if
    end-if.


*> builds the 978-prefixed ISBN-13 form of the 10-digit key in strip-text
*> into norm-isbn, recomputing the mod-10 check digit over the 12 leading
*> digits exactly as the isbn program's convertToISBN13 does
convertStripTo13.
    move '978' to norm-isbn(1:3).
    move strip-text(1:9) to norm-isbn(4:9).
    perform varying j from 1 by 1 until j > 12
        move norm-isbn(j:1) to ean-digit(j)
    end-perform.
    move 0 to ean-sum.
    perform varying j from 1 by 1 until j > 12
        if function mod(j,2) = 1 then
            move 1 to k
        else
            move 3 to k
        end-if
        compute ean-product = k * function numval(ean-digit(j))
        compute ean-sum = ean-sum + ean-product
    end-perform.
    compute ean-mod = function mod(ean-sum,10).
    if ean-mod = 0 then
        move 0 to ean-check
    else
        compute ean-check = 10 - ean-mod
    end-if.
    move ean-check to ean-check-digit.
    move ean-check-digit to norm-isbn(13:1).


*> one section per bucket, each listing its lines in invoice-file order
writeBucketSections.
    move "matched and payable:" to match-record.
    write match-record.
    move 'M' to section-bucket.
    perform writeOneSection.
    move "billed over received (quantity billed to date exceeds quantity received):" to match-record.
    write match-record.
    move 'R' to section-bucket.
    perform writeOneSection.
    move tolerance-pct to ed-pct.
    move spaces to match-record.
    move 1 to ws-match-ptr.
    string "price over master beyond the " delimited by size
        function trim(ed-pct) delimited by size
        "% tolerance:" delimited by size
        into match-record
        with pointer ws-match-ptr.
    write match-record.
    move 'P' to section-bucket.
    perform writeOneSection.
    move "billed but never ordered:" to match-record.
    write match-record.
    move 'N' to section-bucket.
    perform writeOneSection.
    move "supplier code exceptions (unknown or inactive supplier):" to match-record.
    write match-record.
    move 'S' to section-bucket.
    perform writeOneSection.
    move "unreadable invoice lines:" to match-record.
    write match-record.
    move 'U' to section-bucket.
    perform writeOneSection.


writeOneSection.
    move 0 to section-any.
    perform writeOneBucketLine
        varying l from 1 by 1
        until l > num-lines.
    if section-any = 0 then
        move "  none" to match-record
        write match-record
    end-if.


writeOneBucketLine.
    if il-bucket(l) = section-bucket then
        move 1 to section-any
        move spaces to match-record
        move 1 to ws-match-ptr
        string "  invoice " delimited by size
            il-number(l) delimited by size
            "  supplier " delimited by size
            il-supplier(l) delimited by size
            "  " delimited by size
            il-isbn(l) delimited by size
            into match-record
            with pointer ws-match-ptr
        if section-bucket = 'U' then
            string "  - " delimited by size
                function trim(il-reason(l)) delimited by size
                into match-record
                with pointer ws-match-ptr
        else
            move il-qty(l) to ed-qty
            move il-price(l) to ed-price
            move il-amount(l) to ed-amount
            string "  qty " delimited by size
                ed-qty delimited by size
                " @ " delimited by size
                ed-price delimited by size
                " = " delimited by size
                ed-amount delimited by size
                into match-record
                with pointer ws-match-ptr
            perform writeBucketDetail
        end-if
        write match-record
    end-if.


*> the figures each disputed bucket was decided on, so AP can quote them to
*> the supplier without going back to the other reports
writeBucketDetail.
    evaluate section-bucket
        when 'R'
            move il-received(l) to ed-count
            string "  received " delimited by size
                ed-count delimited by size
                into match-record
                with pointer ws-match-ptr
            move il-billed(l) to ed-count
            string "  already billed " delimited by size
                ed-count delimited by size
                into match-record
                with pointer ws-match-ptr
        when 'P'
            if il-master-price(l) = 0 then
                string "  - no master price to compare against" delimited by size
                    into match-record
                    with pointer ws-match-ptr
            else
                move il-master-price(l) to ed-price
                string "  master " delimited by size
                    ed-price delimited by size
                    into match-record
                    with pointer ws-match-ptr
            end-if
        when 'N'
            if il-received(l) > 0 then
                move il-received(l) to ed-count
                string "  (received " delimited by size
                    ed-count delimited by size
                    " with no order line)" delimited by size
                    into match-record
                    with pointer ws-match-ptr
            end-if
        when 'S'
            string "  - " delimited by size
                function trim(il-reason(l)) delimited by size
                into match-record
                with pointer ws-match-ptr
    end-evaluate.


*> one line per invoice: an invoice with any disputed line is held whole,
*> since AP pays or holds invoices, not lines
writeInvoiceTotals.
    move "invoice totals (RELEASE = every line payable, HOLD = any line disputed):" to match-record.
    write match-record.
    perform writeOneInvoiceTotal
        varying t from 1 by 1
        until t > num-invoices.
    if num-invoices = 0 then
        move "  none" to match-record
        write match-record
    end-if.


writeOneInvoiceTotal.
    move spaces to match-record.
    move 1 to ws-match-ptr.
    string "  invoice " delimited by size
        it-number(t) delimited by size
        "  supplier " delimited by size
        it-supplier(t) delimited by size
        into match-record
        with pointer ws-match-ptr.
    move it-payable(t) to ed-amount.
    string "  payable " delimited by size
        ed-amount delimited by size
        into match-record
        with pointer ws-match-ptr.
    move it-disputed(t) to ed-amount.
    string "  disputed " delimited by size
        ed-amount delimited by size
        into match-record
        with pointer ws-match-ptr.
    if it-disputed-lines(t) = 0 then
        add 1 to count-released
        string "  RELEASE" delimited by size
            into match-record
            with pointer ws-match-ptr
    else
        add 1 to count-held
        string "  HOLD (" delimited by size
            it-disputed-lines(t) delimited by size
            " of " delimited by size
            it-lines(t) delimited by size
            " lines disputed)" delimited by size
            into match-record
            with pointer ws-match-ptr
    end-if.
    write match-record.


writeSupplierTotals.
    move "totals by supplier:" to match-record.
    write match-record.
    perform writeOneSupplierTotal
        varying s from 1 by 1
        until s > num-suppliers.
    if num-suppliers = 0 then
        move "  none" to match-record
        write match-record
    end-if.


writeOneSupplierTotal.
    move spaces to match-record.
    move 1 to ws-match-ptr.
    string "  " delimited by size
        supplier-code-t(s) delimited by size
        " " delimited by size
        supplier-name-t(s) delimited by size
        into match-record
        with pointer ws-match-ptr.
    move supplier-payable(s) to ed-amount.
    string "  payable " delimited by size
        ed-amount delimited by size
        into match-record
        with pointer ws-match-ptr.
    move supplier-disputed(s) to ed-amount.
    string "  disputed " delimited by size
        ed-amount delimited by size
        into match-record
        with pointer ws-match-ptr.
    write match-record.


writeMatchTrailer.
    move spaces to match-record.
    move 1 to ws-match-ptr.
    string "invoice lines read: " delimited by size
        count-read delimited by size
        "  payable: " delimited by size
        count-payable delimited by size
        "  disputed: " delimited by size
        count-disputed delimited by size
        "  invoices released: " delimited by size
        count-released delimited by size
        "  held: " delimited by size
        count-held delimited by size
        into match-record
        with pointer ws-match-ptr.
    write match-record.
    move spaces to match-record.
    move 1 to ws-match-ptr.
    move total-payable to ed-total.
    string "total payable: " delimited by size
        ed-total delimited by size
        into match-record
        with pointer ws-match-ptr.
    move total-disputed to ed-total.
    string "  total disputed: " delimited by size
        ed-total delimited by size
        into match-record
        with pointer ws-match-ptr.
    write match-record.


*> the price tolerance can be supplied as a batch parameter (same convention
*> as the filenames) so a scheduler run never blocks; unlike the isbnprice
*> feed a tolerance of zero is meaningful here - bill at the master price
*> or below, or be disputed
getTolerance.
    accept ws-tolerance-x from environment "INVOICE_PRICE_TOLERANCE_PCT".
    if ws-tolerance-x = spaces then
        display "Enter the price tolerance over the master price (percent): " with no advancing
        accept ws-tolerance-x
    end-if.
    if ws-tolerance-x = spaces then
        move 0 to tolerance-pct
    else
        compute tolerance-pct = function numval(ws-tolerance-x)
    end-if.


*> filenames can be supplied as batch parameters (same convention as the isbn
*> program) so a scheduler run never blocks on a prompt; each falls back to an
*> interactive prompt when its parameter is absent
getFilenames.
    accept ws-invoice-fname from environment "INVOICE_FILE".
    if ws-invoice-fname not = spaces then
        call "CBL_CHECK_FILE_EXIST" using ws-invoice-fname file-info
        if return-code not = 0 then
            display "Error: INVOICE_FILE (" function trim(ws-invoice-fname) ") does not exist. Aborting."
            move 16 to return-code
            stop run
        end-if
        move 0 to invoice-file-status
    else
        move 1 to invoice-file-status
    end-if.
    perform getInvoiceFilename until invoice-file-status = 0.
    accept ws-order-fname from environment "INVOICE_ORDER_FILE".
    if ws-order-fname not = spaces then
        call "CBL_CHECK_FILE_EXIST" using ws-order-fname file-info
        if return-code not = 0 then
            display "Error: INVOICE_ORDER_FILE (" function trim(ws-order-fname) ") does not exist. Aborting."
            move 16 to return-code
            stop run
        end-if
        move 0 to order-file-status
    else
        move 1 to order-file-status
    end-if.
    perform getOrderFilename until order-file-status = 0.
    accept ws-goods-fname from environment "INVOICE_GOODS_FILE".
    if ws-goods-fname not = spaces then
        call "CBL_CHECK_FILE_EXIST" using ws-goods-fname file-info
        if return-code not = 0 then
            display "Error: INVOICE_GOODS_FILE (" function trim(ws-goods-fname) ") does not exist. Aborting."
            move 16 to return-code
            stop run
        end-if
        move 0 to goods-file-status
    else
        move 1 to goods-file-status
    end-if.
    perform getGoodsFilename until goods-file-status = 0.
    accept ws-master-fname from environment "INVOICE_MASTER_FILE".
    if ws-master-fname not = spaces then
        call "CBL_CHECK_FILE_EXIST" using ws-master-fname file-info
        if return-code not = 0 then
            display "Error: INVOICE_MASTER_FILE (" function trim(ws-master-fname) ") does not exist. Aborting."
            move 16 to return-code
            stop run
        end-if
        move 0 to master-file-status
    else
        move 1 to master-file-status
    end-if.
    perform getMasterFilename until master-file-status = 0.
    accept ws-supplier-fname from environment "INVOICE_SUPPLIER_FILE".
    if ws-supplier-fname not = spaces then
        call "CBL_CHECK_FILE_EXIST" using ws-supplier-fname file-info
        if return-code not = 0 then
            display "Error: INVOICE_SUPPLIER_FILE (" function trim(ws-supplier-fname) ") does not exist. Aborting."
            move 16 to return-code
            stop run
        end-if
        move 0 to supplier-file-status
    else
        move 1 to supplier-file-status
    end-if.
    perform getSupplierFilename until supplier-file-status = 0.
    accept ws-match-fname from environment "INVOICE_REPORT_FILE".
    if ws-match-fname = spaces then
        display "Enter the filename to write the invoice matching report to: " with no advancing
        accept ws-match-fname
    end-if.


getInvoiceFilename.
    display "Enter the filename of the supplier invoice file: " with no advancing.
    accept ws-invoice-fname.
    call "CBL_CHECK_FILE_EXIST" using ws-invoice-fname file-info.
    move return-code to invoice-file-status.
    if return-code not = 0 then
        display "Error: File does not exist."
    end-if.


getOrderFilename.
    display "Enter the filename of the batch input file with the order lines: " with no advancing.
    accept ws-order-fname.
    call "CBL_CHECK_FILE_EXIST" using ws-order-fname file-info.
    move return-code to order-file-status.
    if return-code not = 0 then
        display "Error: File does not exist."
    end-if.


getGoodsFilename.
    display "Enter the filename of the goods-received file: " with no advancing.
    accept ws-goods-fname.
    call "CBL_CHECK_FILE_EXIST" using ws-goods-fname file-info.
    move return-code to goods-file-status.
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
    move "isbninv" to rl-program.
    move function current-date(1:8) to rl-date.
    move function current-date(9:6) to rl-time.
    move ws-invoice-fname to rl-input.
    move ws-match-fname to rl-output.
    if runlog-type = 'E' then
        move count-read to rl-read
        move count-payable to rl-good
        move count-disputed to rl-bad
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
    display "Invoice lines read: " count-read ", payable: " count-payable ", disputed: " count-disputed.
    display "Invoices to release: " count-released ", to hold: " count-held.
    display "Exiting program...".
    display "------------------------------".


displayProgramInfo.
    display space.
    display "----------------------".
    display "THREE-WAY INVOICE MATCH".
    display "This Cobol program matches supplier invoice lines against the order lines, the".
    display "goods received and the master title price, and totals payable and disputed".
    display "amounts per invoice and per supplier for release or hold.".
    display "----------------------".
