*> Program to keep the stock-on-hand ledger: one keyed record per ISBN
*> holding the quantity on hand, the date, delivery reference and supplier
*> of the last receipt, the date of the last movement of any kind, and the
*> quantity still on order. Posts the isbnrecv program's posting extract
*> (goods received that matched an order line, and the units each ordered
*> ISBN/supplier is still waiting for) and then an optional adjustment file
*> of returns to supplier, damages written off, and stock-count
*> corrections, and leaves a movement audit of every posting with the
*> on-hand figure before and after, so the ledger can always be walked back
*> to the movements that built it. A return or damage can never take
*> on-hand below zero - that is rejected for investigation rather than
*> posted. Every receipt posted is recorded on a keyed posted-receipts file
*> (ISBN, supplier and delivery reference - the packing note identifies the
*> delivery; the extract's date is only when isbnrecv ran), so a delivery
*> posted a second time, by the same extract or by a rerun of the receiving
*> match, is rejected receipt by receipt rather than doubling the stock; a
*> receipt with no delivery reference can't be checked and is rejected too.
*> Adjustments are guarded the same way on a keyed posted-adjustments file
*> (adjustment type, ISBN and the return note, damage report or count sheet
*> reference), so re-running an adjustment file doesn't take the same
*> returns and damages off twice, and one with no reference is rejected.
*> An adjustment ISBN must pass the check-digit validation, so a mistyped
*> count can't create a ledger record for a title that doesn't exist.
*> The on-order figure is replaced by the first open-order record for an
*> ISBN in each run rather than added to, so a re-run leaves it where it
*> was. The first run against a new ledger creates it, and the
*> posted-receipts and posted-adjustments files with it. The isbnvalue
*> program reports the ledger at master price.

identification division.
program-id. isbnstock.

environment division.
input-output section.
file-control.
select posting-file assign to dynamic ws-posting-fname
    organization is line sequential.
*> returns, damages and stock-count corrections, keyed in by the warehouse
select adjust-file assign to dynamic ws-adjust-fname
    organization is line sequential.
select ledger-file assign to dynamic ws-ledger-fname
    organization is indexed
    access mode is dynamic
    record key is stk-isbn
    file status is ledger-stat.
*> every receipt ever posted, so the same extract can't be posted twice
select posted-file assign to dynamic ws-posted-fname
    organization is indexed
    access mode is dynamic
    record key is pg-key
    file status is posted-stat.
*> every adjustment ever posted, so the same adjustment file can't be posted twice
select adj-posted-file assign to dynamic ws-adj-posted-fname
    organization is indexed
    access mode is dynamic
    record key is pa-key
    file status is adj-posted-stat.
select audit-file assign to dynamic ws-audit-fname
    organization is line sequential.
*> shared operations run log: a start and an end record per run, appended
*> by every program in the nightly chain for the isbnchain status report
select runlog-file assign to dynamic ws-runlog-fname
    organization is line sequential.

data division.
file section.
fd posting-file.
01 posting-record.          *> same layout the isbnrecv program writes
    02 pe-type             pic x. *> 'R' goods received against an order, 'O' units still on order
    02 pe-isbn             pic x(13).
    02 pe-supplier         pic x(3).
    02 pe-qty              pic 9(5).
    02 pe-delref           pic x(10).
    02 pe-date             pic x(8). *> YYYYMMDD

fd adjust-file.
01 adjust-record.
    02 adj-type            pic x. *> 'R' return to supplier, 'D' damaged, 'C' stock-count correction
    02 adj-isbn            pic x(17). *> as keyed, hyphens/spaces allowed
    02 adj-qty             pic x(7). *> units returned/damaged, or the counted on-hand for a 'C'
    02 adj-ref             pic x(10). *> return note, damage report or count sheet reference

fd ledger-file.
01 ledger-record.
    02 stk-isbn            pic x(13). *> normalized ISBN-13
    02 stk-on-hand         pic 9(7).
    02 stk-last-recv-date  pic x(8). *> YYYYMMDD of the last receipt; spaces if never received
    02 stk-last-delref     pic x(10). *> delivery reference of the last receipt
    02 stk-last-supplier   pic x(3). *> supplier of the last receipt
    02 stk-last-move-date  pic x(8). *> YYYYMMDD of the last movement of any kind
    02 stk-on-order        pic 9(7). *> units ordered and not yet received, as of stk-order-date
    02 stk-order-date      pic x(8). *> YYYYMMDD of the receiving match that set stk-on-order

fd posted-file.
01 posted-record.
    02 pg-key.
        03 pg-isbn         pic x(13).
        03 pg-supplier     pic x(3).
        03 pg-delref       pic x(10).
    02 pg-qty              pic 9(7). *> units posted for the receipt
    02 pg-run              pic x(16). *> the posting run, YYYYMMDDHHMMSSss
    02 pg-posted           pic x(8). *> date posted, YYYYMMDD
    02 pg-matched          pic x(8). *> receiving match date off the extract, YYYYMMDD

fd adj-posted-file.
01 adj-posted-record.
    02 pa-key.
        03 pa-type         pic x. *> 'R', 'D' or 'C' as on the adjustment
        03 pa-isbn         pic x(13). *> ledger key the adjustment posted to
        03 pa-ref          pic x(10). *> return note, damage report or count sheet reference
    02 pa-qty              pic 9(7). *> units taken off, or the on-hand counted for a 'C'
    02 pa-run              pic x(16). *> the posting run, YYYYMMDDHHMMSSss
    02 pa-posted           pic x(8). *> date posted, YYYYMMDD

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
01 ws-posting-fname        pic x(30).
01 ws-adjust-fname         pic x(30). *> spaces when there are no adjustments this run
01 ws-ledger-fname         pic x(30).
01 ws-posted-fname         pic x(30).
01 ws-adj-posted-fname     pic x(30). *> spaces when there are no adjustments this run
01 ws-audit-fname          pic x(30).
01 ws-audit-ptr            pic 9(3). *> current write position within audit-record
01 ledger-stat             pic x(2). *> file status for the indexed stock ledger
01 posted-stat             pic x(2). *> file status for the indexed posted-receipts file
01 adj-posted-stat         pic x(2). *> file status for the indexed posted-adjustments file
01 posting-file-status     pic 9.
01 feof                    pic 9 value 0. *> end-of-file switch for posting-file
01 feof2                   pic 9 value 0. *> end-of-file switch for adjust-file
01 j                       pic 9(2). *> iterator for characters within a line being normalized
01 k                       pic 9(2). *> multiplier for EAN check-digit weighting
01 run-date                pic x(8). *> movement date stamped on adjustments
01 run-stamp               pic x(16). *> when this run started, YYYYMMDDHHMMSSss
01 posted-found            pic 9. *> 1 when this run has already posted a receipt under the same key
01 adj-posted-found        pic 9. *> 1 when this run has already posted an adjustment under the same key
01 key-len                 pic 9(2). *> 10 or 13, the digits left once the adjustment ISBN is stripped
01 key-check-vars.          *> check-digit working variables, same method as the isbn program
    02 key-sum             pic 9(3) value 0.
    02 key-product         pic 9(3) value 0.
    02 key-mod             pic 9(2) value 0.
    02 key-expected        pic 9(2) value 0.
01 key-valid               pic 9. *> 1 when the stripped ISBN passed the character and check-digit tests
01 num-order-isbns         pic 9(5) value 0.
01 order-isbn-list.         *> ISBNs whose on-order figure this run has already replaced
    02 order-isbn-entry    occurs 1 to 99999 times depending on num-order-isbns.
        03 oi-isbn         pic x(13).
01 oi                      pic 9(5). *> iterator for order-isbn-list entries
01 oi-found                pic 9. *> 1 when the open-order record's ISBN is already in order-isbn-list
01 posting-phase           pic x. *> 'P' while posting receipts, 'A' while posting adjustments
01 movement-vars.           *> working variables for one movement
    02 ledger-found        pic 9. *> 1 when the keyed read found the ISBN on the ledger
    02 move-isbn           pic x(13). *> ledger key of the movement
    02 move-type           pic x. *> movement type as audited
    02 move-qty            pic 9(7).
    02 move-ref            pic x(10).
    02 before-on-hand      pic 9(7).
    02 reject-reason       pic x(60). *> spaces when the movement may be posted
01 stock-counts.            *> end-of-run tally for the audit trailer
    02 count-postings      pic 9(5) value 0.
    02 count-posted        pic 9(5) value 0.
    02 count-post-rej      pic 9(5) value 0.
    02 count-adjusts       pic 9(5) value 0.
    02 count-adjusted      pic 9(5) value 0.
    02 count-adj-rej       pic 9(5) value 0.
    02 count-new           pic 9(5) value 0. *> ledger records created this run
01 strip-vars.              *> working variables for normalizing one ISBN line
    02 strip-in            pic x(17). *> the line as sent, hyphens/spaces and all
    02 strip-entry.
        03 strip-char      pic x occurs 13 times.
    02 strip-text          redefines strip-entry pic x(13).
    02 strip-ptr           pic 9(2). *> digits copied so far while stripping separators
01 norm-isbn               pic x(13). *> 13-digit (or as-stripped) form stripOneISBN leaves behind
01 ean-vars.                *> EAN-13 check-digit work area, same method as the isbn program
    02 ean-digit           pic x occurs 12 times.
    02 ean-sum             pic 9(3) value 0.
    02 ean-mod             pic 9(2) value 0.
    02 ean-check           pic 9(2) value 0.
    02 ean-check-digit     pic 9.
    02 ean-product         pic 9(3) value 0.
01 stock-edits.             *> display forms for the movement audit
    02 ed-qty              pic z,zzz,zz9.
    02 ed-before           pic z,zzz,zz9.
    02 ed-after            pic z,zzz,zz9.
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
    move function current-date(1:8) to run-date.
    move function current-date(1:16) to run-stamp.
    *> the ledger has no loader: the first run creates it empty and the
    *> postings populate it
    call "CBL_CHECK_FILE_EXIST" using ws-ledger-fname file-info.
    if return-code not = 0 then
        display "Stock ledger (" function trim(ws-ledger-fname) ") not found - creating it."
        open output ledger-file
        close ledger-file
    end-if.
    move 0 to return-code.
    open i-o ledger-file.
    if ledger-stat not = '00' then
        display "Error: could not open stock ledger (" function trim(ws-ledger-fname) "), file status " ledger-stat ". Aborting."
        move 16 to return-code
        stop run
    end-if.
    call "CBL_CHECK_FILE_EXIST" using ws-posted-fname file-info.
    if return-code not = 0 then
        display "Posted-receipts file (" function trim(ws-posted-fname) ") not found - creating it."
        open output posted-file
        close posted-file
    end-if.
    move 0 to return-code.
    open i-o posted-file.
    if posted-stat not = '00' then
        display "Error: could not open posted-receipts file (" function trim(ws-posted-fname) "), file status " posted-stat ". Aborting."
        move 16 to return-code
        stop run
    end-if.
    open output audit-file.
    move "STOCK LEDGER MOVEMENT AUDIT" to audit-record.
    write audit-record.
    *> receipts first, so a stock count taken at the end of the day
    *> corrects the figure the day's deliveries left behind
    move "goods received (R) and quantities still on order (O):" to audit-record.
    write audit-record.
    move 'P' to posting-phase.
    open input posting-file.
    perform postOneReceipt until feof = 1.
    close posting-file.
    if count-postings = 0 then
        move "  none" to audit-record
        write audit-record
    end-if.
    move "adjustments (R return, D damaged, C stock count):" to audit-record.
    write audit-record.
    move 'A' to posting-phase.
    if ws-adjust-fname not = spaces then
        perform openAdjPostedFile
        open input adjust-file
        perform postOneAdjustment until feof2 = 1
        close adjust-file
        close adj-posted-file
    end-if.
    if count-adjusts = 0 then
        move "  none" to audit-record
        write audit-record
    end-if.
    perform writeAuditTrailer.
    close ledger-file.
    close posted-file.
    close audit-file.
    perform displayEndMessage.
    perform writeRunLogEnd.
stop run.


*> posts one receipt from the extract: the ledger record is created on the
*> ISBN's first delivery, and every receipt refreshes the last-receipt fields.
*> an open-order record posts the same way but only sets the on-order figure
postOneReceipt.
    read posting-file at end move 1 to feof
        not at end
            add 1 to count-postings
            move spaces to reject-reason
            move pe-isbn to move-isbn
            move pe-type to move-type
            move pe-delref to move-ref
            move 0 to move-qty
            move 0 to before-on-hand
            perform applyReceipt
            if reject-reason = spaces then
                add 1 to count-posted
                perform writeAuditPosted
            else
                add 1 to count-post-rej
                perform writeAuditRejected
            end-if
    end-read.


*> the posted-adjustments file is only needed on a run with adjustments,
*> and like the ledger is created empty the first time
openAdjPostedFile.
    call "CBL_CHECK_FILE_EXIST" using ws-adj-posted-fname file-info.
    if return-code not = 0 then
        display "Posted-adjustments file (" function trim(ws-adj-posted-fname) ") not found - creating it."
        open output adj-posted-file
        close adj-posted-file
    end-if.
    move 0 to return-code.
    open i-o adj-posted-file.
    if adj-posted-stat not = '00' then
        display "Error: could not open posted-adjustments file (" function trim(ws-adj-posted-fname) "), file status " adj-posted-stat ". Aborting."
        move 16 to return-code
        stop run
    end-if.


*> posts one adjustment: a return or damage takes units off, a count sets
*> on-hand to what was counted. a count on an ISBN the ledger has never
*> seen creates its record - stock found on the shelf is still stock, but
*> only under an ISBN that passes the check-digit validation
postOneAdjustment.
    read adjust-file at end move 1 to feof2
        not at end
            add 1 to count-adjusts
            move spaces to reject-reason
            move adj-isbn to strip-in
            perform stripOneISBN
            move norm-isbn to move-isbn
            move adj-type to move-type
            move adj-ref to move-ref
            move 0 to move-qty
            move 0 to before-on-hand
            perform validateAdjustIsbn
            if reject-reason = spaces then
                perform applyAdjustment
            end-if
            if reject-reason = spaces then
                add 1 to count-adjusted
                perform writeAuditPosted
            else
                add 1 to count-adj-rej
                perform writeAuditRejected
            end-if
    end-read.


*> vets the current receipt and adds it to the ledger, leaving reject-reason
*> as spaces when it posted and a one-line reason otherwise
applyReceipt.
    if pe-type not = 'R' and pe-type not = 'O' then
        move "unknown posting type (expected R or O)" to reject-reason
    else if pe-qty is not numeric then
        move "quantity not numeric" to reject-reason
    else if pe-type = 'O' then
        perform applyOpenOrder
    else
        perform checkPostedReceipt
    end-if.
    if pe-type = 'R' and reject-reason = spaces then
        move pe-qty to move-qty
        perform readLedgerEntry
        move stk-on-hand to before-on-hand
        add move-qty to stk-on-hand
            on size error
                move "on-hand would exceed 9,999,999" to reject-reason
        end-add
        if reject-reason = spaces then
            move pe-date to stk-last-recv-date
            move pe-delref to stk-last-delref
            move pe-supplier to stk-last-supplier
            move pe-date to stk-last-move-date
            perform writeLedgerEntry
        end-if
        if reject-reason = spaces then
            perform writePostedReceipt
        end-if
    end-if.


*> a receipt for an ISBN, supplier and delivery reference already on the
*> posted-receipts file from an earlier run is that delivery coming round
*> again - the same extract, or a rerun of the receiving match on a later
*> date - and is rejected. one found from this run is a second line for the
*> same ISBN on the same packing note, which is genuine and posts on top of
*> the first. without a delivery reference there is nothing to check it by
checkPostedReceipt.
    move 0 to posted-found.
    if pe-delref = spaces then
        move "no delivery reference" to reject-reason
    else
        perform readPostedReceipt
    end-if.


readPostedReceipt.
    move pe-isbn to pg-isbn.
    move pe-supplier to pg-supplier.
    move pe-delref to pg-delref.
    read posted-file
        invalid key
            continue
        not invalid key
            if pg-run = run-stamp then
                move 1 to posted-found
            else
                string "receipt already posted on " delimited by size
                    pg-posted delimited by size
                    " (matched " delimited by size
                    pg-matched delimited by size
                    ")" delimited by size
                    into reject-reason
            end-if
    end-read.


writePostedReceipt.
    if posted-found = 1 then
        add pe-qty to pg-qty
            on size error
                move 9999999 to pg-qty
        end-add
        rewrite posted-record
            invalid key
                move "posted-receipts file rejected the rewrite (record gone)" to reject-reason
        end-rewrite
    else
        move pe-isbn to pg-isbn
        move pe-supplier to pg-supplier
        move pe-delref to pg-delref
        move pe-qty to pg-qty
        move run-stamp to pg-run
        move run-date to pg-posted
        move pe-date to pg-matched
        write posted-record
            invalid key
                move "posted-receipts file rejected the add (duplicate key)" to reject-reason
        end-write
    end-if.


*> an extract carries one open-order record per ISBN/supplier pairing, so
*> the first one for the ISBN in this run replaces what the ledger held
*> and any further ones add to it - posting the same extract again leaves
*> the figure where it was. an extract older than the figure the ledger
*> already holds is rejected rather than allowed to wind it back. on-hand
*> is untouched and this isn't a stock movement, so the last movement date
*> stays as it was
applyOpenOrder.
    move pe-qty to move-qty.
    perform readLedgerEntry.
    move stk-on-hand to before-on-hand.
    move 0 to oi-found.
    perform varying oi from 1 by 1 until oi > num-order-isbns or oi-found = 1
        if oi-isbn(oi) = pe-isbn then
            move 1 to oi-found
        end-if
    end-perform.
    if stk-order-date not = spaces and pe-date < stk-order-date then
        move "open order older than the on-order figure held" to reject-reason
    else if oi-found = 1 then
        add move-qty to stk-on-order
            on size error
                move "on-order would exceed 9,999,999" to reject-reason
        end-add
    else
        move move-qty to stk-on-order
        add 1 to num-order-isbns
            on size error
                display "Error: posting extract carries more than 99999 ISBNs on order. Aborting."
                move 16 to return-code
                stop run
        end-add
        move pe-isbn to oi-isbn(num-order-isbns)
    end-if.
    if reject-reason = spaces then
        move pe-date to stk-order-date
        perform writeLedgerEntry
    end-if.


*> vets the current adjustment and applies it to the ledger, leaving
*> reject-reason as spaces when it posted and a one-line reason otherwise
applyAdjustment.
    move 0 to adj-posted-found.
    if adj-type not = 'R' and adj-type not = 'D' and adj-type not = 'C' then
        move "unknown adjustment type (expected R, D or C)" to reject-reason
    else if adj-qty is not numeric then
        move "quantity not numeric" to reject-reason
    else if adj-ref = spaces then
        move "no adjustment reference" to reject-reason
    else
        perform readPostedAdjustment
    end-if.
    if reject-reason = spaces then
        move adj-qty to move-qty
        perform readLedgerEntry
        move stk-on-hand to before-on-hand
        perform adjustOnHand
        if reject-reason = spaces then
            move run-date to stk-last-move-date
            perform writeLedgerEntry
        end-if
        if reject-reason = spaces then
            perform writePostedAdjustment
        end-if
    end-if.


*> an adjustment of the same type, ISBN and reference already on the
*> posted-adjustments file from an earlier run is the same adjustment file
*> coming round again, and is rejected. one found from this run is a second
*> line for the same ISBN on the same note or sheet, which is genuine and
*> posts on top of the first
readPostedAdjustment.
    move adj-type to pa-type.
    move move-isbn to pa-isbn.
    move adj-ref to pa-ref.
    read adj-posted-file
        invalid key
            continue
        not invalid key
            if pa-run = run-stamp then
                move 1 to adj-posted-found
            else
                string "adjustment already posted on " delimited by size
                    pa-posted delimited by size
                    into reject-reason
            end-if
    end-read.


*> a count sets on-hand rather than moving it, so a second count line in
*> the same run replaces the recorded figure instead of adding to it
writePostedAdjustment.
    if adj-posted-found = 1 then
        if adj-type = 'C' then
            move move-qty to pa-qty
        else
            add move-qty to pa-qty
                on size error
                    move 9999999 to pa-qty
            end-add
        end-if
        rewrite adj-posted-record
            invalid key
                move "posted-adjustments file rejected the rewrite (record gone)" to reject-reason
        end-rewrite
    else
        move adj-type to pa-type
        move move-isbn to pa-isbn
        move adj-ref to pa-ref
        move move-qty to pa-qty
        move run-stamp to pa-run
        move run-date to pa-posted
        write adj-posted-record
            invalid key
                move "posted-adjustments file rejected the add (duplicate key)" to reject-reason
        end-write
    end-if.


*> checks the adjustment ISBN as keyed, once stripped of separators: it must
*> come to 10 or 13 characters, all digits (an X allowed as an ISBN-10 check
*> digit), with a check digit that agrees - the same tests the isbnmaint
*> program puts a transaction ISBN through, so a count can't create a ledger
*> record under a key no title could have
validateAdjustIsbn.
    move 1 to key-valid.
    if strip-ptr not = 10 and strip-ptr not = 13 then
        move "ISBN is not 10 or 13 digits" to reject-reason
    else
        move strip-ptr to key-len
        perform checkKeyChar
            varying j from 1 by 1
            until j > key-len or key-valid = 0
        if key-valid = 1 then
            if key-len = 13 then
                perform checkKeySum13
            else
                perform checkKeySum10
            end-if
        end-if
        if key-valid = 0 then
            move "ISBN failed the check-digit validation" to reject-reason
        end-if
    end-if.


checkKeyChar.
    if strip-char(j) is not numeric then
        if key-len = 10 and j = 10 and (strip-char(j) = 'X' or = 'x') then
            continue
        else
            move 0 to key-valid
        end-if
    end-if.


checkKeySum10.
    move 10 to k.
    move 0 to key-sum.
    perform varying j from 1 by 1 until j > 9
        compute key-product = k * function numval(strip-char(j))
        compute key-sum = key-sum + key-product
        subtract 1 from k
    end-perform.
    compute key-mod = function mod(key-sum,11).
    compute key-expected = function mod(11 - key-mod, 11).
    if key-mod = 0 and function numval(strip-char(10)) = 0 then
        continue
    else
        if key-expected = function numval(strip-char(10)) then
            continue
        else if key-expected = 10 and (strip-char(10) = 'X' or = 'x') then
            continue
        else
            move 0 to key-valid
        end-if
    end-if.


checkKeySum13.
    move 0 to key-sum.
    perform varying j from 1 by 1 until j > 12
        if function mod(j,2) = 1 then
            move 1 to k
        else
            move 3 to k
        end-if
        compute key-product = k * function numval(strip-char(j))
        compute key-sum = key-sum + key-product
    end-perform.
    compute key-mod = function mod(key-sum,10).
    if key-mod = 0 then
        move 0 to key-expected
    else
        compute key-expected = 10 - key-mod
    end-if.
    if key-expected not = function numval(strip-char(13)) then
        move 0 to key-valid
    end-if.


adjustOnHand.
    if adj-type = 'C' then
        move move-qty to stk-on-hand
    else if ledger-found = 0 then
        move "ISBN not on the stock ledger" to reject-reason
    else if move-qty > stk-on-hand then
        move "would take on-hand below zero" to reject-reason
    else
        subtract move-qty from stk-on-hand
    end-if.


*> reads the ledger record keyed on move-isbn into ledger-record, leaving
*> ledger-found as 1 when it exists; a new ISBN starts from an empty record
readLedgerEntry.
    move 0 to ledger-found.
    move move-isbn to stk-isbn.
    read ledger-file
        invalid key
            move move-isbn to stk-isbn
            move 0 to stk-on-hand
            move spaces to stk-last-recv-date
            move spaces to stk-last-delref
            move spaces to stk-last-supplier
            move spaces to stk-last-move-date
            move 0 to stk-on-order
            move spaces to stk-order-date
        not invalid key
            move 1 to ledger-found
    end-read.


*> rewrites the ledger record readLedgerEntry read, or writes it new
writeLedgerEntry.
    if ledger-found = 1 then
        rewrite ledger-record
            invalid key
                move "stock ledger rejected the rewrite (record gone)" to reject-reason
        end-rewrite
    else
        write ledger-record
            invalid key
                move "stock ledger rejected the add (duplicate key)" to reject-reason
        end-write
        if reject-reason = spaces then
            add 1 to count-new
        end-if
    end-if.


writeAuditPosted.
    move spaces to audit-record.
    move 1 to ws-audit-ptr.
    move move-qty to ed-qty.
    move before-on-hand to ed-before.
    move stk-on-hand to ed-after.
    string "  " delimited by size
        move-type delimited by size
        " " delimited by size
        move-isbn delimited by size
        into audit-record
        with pointer ws-audit-ptr.
    if move-type = 'C' then
        string "  counted " delimited by size
            into audit-record
            with pointer ws-audit-ptr
    else if move-type = 'O' then
        move stk-on-order to ed-qty
        string "  on order" delimited by size
            into audit-record
            with pointer ws-audit-ptr
    else if posting-phase = 'P' then
        string "  +" delimited by size
            into audit-record
            with pointer ws-audit-ptr
    else
        string "  -" delimited by size
            into audit-record
            with pointer ws-audit-ptr
    end-if.
    string ed-qty delimited by size
        "  on hand " delimited by size
        ed-before delimited by size
        " ->" delimited by size
        ed-after delimited by size
        "  ref " delimited by size
        move-ref delimited by size
        into audit-record
        with pointer ws-audit-ptr.
    if posting-phase = 'P' then
        string "  supplier " delimited by size
            pe-supplier delimited by size
            into audit-record
            with pointer ws-audit-ptr
    end-if.
    write audit-record.


writeAuditRejected.
    move spaces to audit-record.
    move 1 to ws-audit-ptr.
    string "  REJECTED " delimited by size
        move-type delimited by size
        " " delimited by size
        move-isbn delimited by size
        "  ref " delimited by size
        move-ref delimited by size
        " - " delimited by size
        function trim(reject-reason) delimited by size
        into audit-record
        with pointer ws-audit-ptr.
    write audit-record.


writeAuditTrailer.
    move spaces to audit-record.
    move 1 to ws-audit-ptr.
    string "receipts read: " delimited by size
        count-postings delimited by size
        "  posted: " delimited by size
        count-posted delimited by size
        "  rejected: " delimited by size
        count-post-rej delimited by size
        into audit-record
        with pointer ws-audit-ptr.
    write audit-record.
    move spaces to audit-record.
    move 1 to ws-audit-ptr.
    string "adjustments read: " delimited by size
        count-adjusts delimited by size
        "  posted: " delimited by size
        count-adjusted delimited by size
        "  rejected: " delimited by size
        count-adj-rej delimited by size
        "  new ledger records: " delimited by size
        count-new delimited by size
        into audit-record
        with pointer ws-audit-ptr.
    write audit-record.


*> strips separators from strip-in and leaves the ledger key in norm-isbn:
*> a 13-digit line as-is, a 10-digit line converted to its 978-prefixed
*> ISBN-13 form (fresh mod-10 check digit, same conversion the isbn program
*> applies), anything else as-stripped
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


*> filenames can be supplied as batch parameters (same convention as the isbn
*> program) so a scheduler run never blocks on a prompt; each falls back to an
*> interactive prompt when its parameter is absent
getFilenames.
    accept ws-posting-fname from environment "STOCK_POSTING_FILE".
    if ws-posting-fname not = spaces then
        call "CBL_CHECK_FILE_EXIST" using ws-posting-fname file-info
        if return-code not = 0 then
            display "Error: STOCK_POSTING_FILE (" function trim(ws-posting-fname) ") does not exist. Aborting."
            move 16 to return-code
            stop run
        end-if
        move 0 to posting-file-status
    else
        move 1 to posting-file-status
    end-if.
    perform getPostingFilename until posting-file-status = 0.
    *> the adjustment file is a pure batch parameter (no interactive prompt):
    *> most nights have no returns, damages or counts to post
    accept ws-adjust-fname from environment "STOCK_ADJUST_FILE".
    if ws-adjust-fname not = spaces then
        call "CBL_CHECK_FILE_EXIST" using ws-adjust-fname file-info
        if return-code not = 0 then
            display "Error: STOCK_ADJUST_FILE (" function trim(ws-adjust-fname) ") does not exist. Aborting."
            move 16 to return-code
            stop run
        end-if
        *> a batch parameter too, and required with the adjustment file: an
        *> adjustment posted without it could be posted again by a rerun
        accept ws-adj-posted-fname from environment "STOCK_ADJ_POSTED_FILE"
        if ws-adj-posted-fname = spaces then
            display "Error: STOCK_ADJUST_FILE is set but STOCK_ADJ_POSTED_FILE is not. Aborting."
            move 16 to return-code
            stop run
        end-if
    end-if.
    *> not checked for existence - a first run creates the ledger
    accept ws-ledger-fname from environment "STOCK_LEDGER_FILE".
    if ws-ledger-fname = spaces then
        display "Enter the filename of the keyed stock ledger: " with no advancing
        accept ws-ledger-fname
    end-if.
    *> created alongside the ledger on a first run
    accept ws-posted-fname from environment "STOCK_POSTED_FILE".
    if ws-posted-fname = spaces then
        display "Enter the filename of the keyed posted-receipts file (created if new): " with no advancing
        accept ws-posted-fname
    end-if.
    accept ws-audit-fname from environment "STOCK_AUDIT_FILE".
    if ws-audit-fname = spaces then
        display "Enter the filename to write the movement audit to: " with no advancing
        accept ws-audit-fname
    end-if.


getPostingFilename.
    display "Enter the filename of the stock posting extract: " with no advancing.
    accept ws-posting-fname.
    call "CBL_CHECK_FILE_EXIST" using ws-posting-fname file-info.
    move return-code to posting-file-status.
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
    move "isbnstock" to rl-program.
    move function current-date(1:8) to rl-date.
    move function current-date(9:6) to rl-time.
    move ws-posting-fname to rl-input.
    move ws-ledger-fname to rl-output.
    if runlog-type = 'E' then
        compute rl-read = count-postings + count-adjusts
        compute rl-good = count-posted + count-adjusted
        compute rl-bad = count-post-rej + count-adj-rej
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
    display "Receipts read: " count-postings ", posted: " count-posted ", rejected: " count-post-rej.
    display "Adjustments read: " count-adjusts ", posted: " count-adjusted ", rejected: " count-adj-rej.
    display "Stock ledger updated in place.".
    display "Exiting program...".
    display "------------------------------".


displayProgramInfo.
    display space.
    display "----------------------".
    display "STOCK LEDGER POSTING".
    display "This Cobol program posts goods received and stock adjustments to the keyed".
    display "stock-on-hand ledger and writes a movement audit.".
    display "----------------------".
