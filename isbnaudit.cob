*> Program to sweep the whole keyed master title file for data the
*> maintenance path would never have let in - isbnmaint validates the
*> transactions it applies, but records that came over in the one-time
*> isbnload LOAD (or were keyed before the checks existed) have never been
*> looked at since. Reads the master sequentially, one pass per category,
*> and reports by category: keys that fail the ISBN-10 or ISBN-13
*> check-digit logic, titles held under both an ISBN-10 key and its
*> 978-prefixed ISBN-13 key, blank titles or authors, zero or implausible
*> prices, and keys whose registration group or publisher has no row in the
*> current hyphenation range table. Nothing on the master is changed here:
*> for the fixable categories the program can also write isbnmaint
*> transactions for review, so every cleanup goes through the normal
*> audited and journalled maintenance path. An ISBN-10 twin of an ISBN-13
*> record gets a delete; a blank field or bad price gets a change carrying
*> only the key, which isbnmaint rejects untouched ("no fields to change")
*> until the reviewer fills in the corrected value.

identification division.
program-id. isbnaudit.

environment division.
input-output section.
file-control.
select master-file assign to dynamic ws-master-fname
    organization is indexed
    access mode is dynamic
    record key is master-isbn
    *> title and author alternate keys, browsed by the isbnlook inquiry
    alternate record key is master-title with duplicates
    alternate record key is master-author with duplicates
    file status is master-stat.
*> registration-group/publisher range table, the same file the isbn program
*> hyphenates from
select range-file assign to dynamic ws-range-fname
    organization is line sequential.
select audit-file assign to dynamic ws-audit-fname
    organization is line sequential.
*> optional isbnmaint transactions for the fixable categories
select trans-file assign to dynamic ws-trans-fname
    organization is line sequential.
*> shared operations run log: a start and an end record per run, appended
*> by every program in the nightly chain for the isbnchain status report
select runlog-file assign to dynamic ws-runlog-fname
    organization is line sequential.

data division.
file section.
fd master-file.
01 master-record.
    02 master-isbn         pic x(13).
    02 master-title        pic x(40).
    02 master-author       pic x(30).
    02 master-price        pic 9(5)v99.

fd range-file.
01 range-record.            *> e.g. "9780    0000000 1999999 2": publishers 00-19 under 978-0 are 2 digits
    02 rr-prefix           pic x(8). *> EAN prefix + registration group digits, left-justified
    02 filler              pic x.
    02 rr-lo               pic x(7). *> publisher range lower bound over the next 7 digits
    02 filler              pic x.
    02 rr-hi               pic x(7). *> publisher range upper bound over the next 7 digits
    02 filler              pic x.
    02 rr-len              pic x. *> publisher number length within that range

fd audit-file.
01 audit-record            pic x(200).

fd trans-file.
01 trans-record.            *> same layout the isbnmaint program reads
    02 trans-action        pic x. *> 'A' add, 'C' change, 'D' delete
    02 trans-isbn          pic x(13).
    02 trans-title         pic x(40).
    02 trans-author        pic x(30).
    02 trans-price         pic x(7). *> spaces on a change mean "keep the old price"

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
01 ws-range-fname          pic x(30).
01 ws-audit-fname          pic x(30).
01 ws-trans-fname          pic x(30). *> spaces when no transactions were asked for
01 ws-max-price-x          pic x(10). *> plausibility limit as supplied, e.g. 250.00
01 ws-audit-ptr            pic 9(3). *> current write position within audit-record
01 master-stat             pic x(2). *> file status for the indexed master file
01 master-file-status      pic 9.
01 range-file-status       pic 9.
01 feof                    pic 9 value 0. *> end-of-file switch for the master pass in progress
01 feof3                   pic 9 value 0. *> end-of-file switch for range-file
01 j                       pic 9(2). *> iterator for characters within a key
01 k                       pic 9(2). *> multiplier for ISBN digits when calculating expected check digit
01 max-price               pic 9(5)v99. *> a price above this is reported as implausible
01 num-ranges              pic 9(3).
01 range-list.              *> hyphenation range table loaded from range-file
    02 range-entry         occurs 1 to 999 times depending on num-ranges.
        03 range-prefix    pic x(8). *> EAN prefix + registration group digits
        03 range-prefix-len pic 9. *> how many digits of range-prefix are significant
        03 range-lo        pic 9(7). *> publisher range bounds over the 7 digits after the group
        03 range-hi        pic 9(7).
        03 range-pub-len   pic 9. *> publisher number length within this range
01 master-key.              *> master key unpacked for the check-digit passes
    02 key-entry.
        03 key-char        pic x occurs 13 times.
    02 key-text            redefines key-entry pic x(13).
01 key-len                 pic 9(2). *> 10 or 13, 0 when the key is neither shape
01 key-check-vars.          *> check-digit working variables, same method as the isbn program
    02 key-sum             pic 9(3) value 0.
    02 key-product         pic 9(3) value 0.
    02 key-mod             pic 9(2) value 0.
    02 key-expected        pic 9(2) value 0.
01 key-valid               pic 9. *> 1 when the key passed the character and check-digit tests
01 key-digits-ok           pic 9. *> 1 when every character of the key is a digit (or a final X on a 10)
01 key-reason              pic x(50). *> why the current key failed
01 twin-vars.               *> working variables for the ISBN-10/ISBN-13 twin pass
    02 saved-key           pic x(13). *> the ISBN-10 key the sequential pass resumes after
    02 saved-title         pic x(40). *> its title, for the listing
    02 twin-key            pic x(13). *> 978 ISBN-13 form of the ISBN-10 key
    02 twin-found          pic 9. *> 1 when the master also holds twin-key
01 ean-vars.                *> EAN-13 check-digit work area, same method as the isbn program
    02 ean-digit           pic x occurs 12 times.
    02 ean-sum             pic 9(3) value 0.
    02 ean-mod             pic 9(2) value 0.
    02 ean-check           pic 9(2) value 0.
    02 ean-check-digit     pic 9.
    02 ean-product         pic 9(3) value 0.
01 audit-counts.            *> end-of-run tally for the report trailer
    02 count-read          pic 9(7) value 0.
    02 count-bad-key       pic 9(7) value 0.
    02 count-twins         pic 9(7) value 0.
    02 count-blank         pic 9(7) value 0.
    02 count-price         pic 9(7) value 0.
    02 count-no-range      pic 9(7) value 0.
    02 count-trans         pic 9(7) value 0.
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
01 edited-price            pic zz,zz9.99. *> display form of a price for the report
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
    open input master-file.
    if master-stat not = '00' then
        display "Error: could not open master title file (" function trim(ws-master-fname) "), file status " master-stat ". Aborting."
        move 16 to return-code
        stop run
    end-if.
    open output audit-file.
    if ws-trans-fname not = spaces then
        open output trans-file
    end-if.
    move spaces to audit-record.
    move 1 to ws-audit-ptr.
    string "MASTER TITLE FILE INTEGRITY AUDIT - " delimited by size
        function current-date(1:8) delimited by size
        "  master " delimited by size
        function trim(ws-master-fname) delimited by size
        into audit-record
        with pointer ws-audit-ptr.
    write audit-record.

    move "keys failing the ISBN check-digit validation:" to audit-record.
    write audit-record.
    perform startMasterPass.
    perform auditKeyDigits until feof = 1.
    if count-bad-key = 0 then
        move "  none" to audit-record
        write audit-record
    end-if.

    move "titles held under both an ISBN-10 key and its 978 ISBN-13 key:" to audit-record.
    write audit-record.
    perform startMasterPass.
    perform auditTwinKeys until feof = 1.
    if count-twins = 0 then
        move "  none" to audit-record
        write audit-record
    end-if.

    move "blank titles or authors:" to audit-record.
    write audit-record.
    perform startMasterPass.
    perform auditBlankFields until feof = 1.
    if count-blank = 0 then
        move "  none" to audit-record
        write audit-record
    end-if.

    move spaces to audit-record.
    move 1 to ws-audit-ptr.
    move max-price to edited-price.
    string "zero or implausible prices (plausibility limit " delimited by size
        function trim(edited-price) delimited by size
        "):" delimited by size
        into audit-record
        with pointer ws-audit-ptr.
    write audit-record.
    perform startMasterPass.
    perform auditPrices until feof = 1.
    if count-price = 0 then
        move "  none" to audit-record
        write audit-record
    end-if.

    move "keys with no registration group/publisher row in the hyphenation range table:" to audit-record.
    write audit-record.
    perform startMasterPass.
    perform auditRangeCoverage until feof = 1.
    if count-no-range = 0 then
        move "  none" to audit-record
        write audit-record
    end-if.

    perform writeAuditTrailer.
    close master-file.
    close audit-file.
    if ws-trans-fname not = spaces then
        close trans-file
    end-if.
    perform displayEndMessage.
    perform writeRunLogEnd.
stop run.


*> positions the master at its first key for another sequential pass. the
*> record count is taken on the first pass only
startMasterPass.
    move 0 to feof.
    move low-values to master-isbn.
    start master-file key >= master-isbn
        invalid key move 1 to feof
    end-start.


auditKeyDigits.
    read master-file next record
        at end move 1 to feof
        not at end
            add 1 to count-read
            perform validateMasterKey
            if key-valid = 0 then
                add 1 to count-bad-key
                perform writeKeyLine
            end-if
    end-read.


*> for every well-formed ISBN-10 key, looks for the same title under its
*> 978 ISBN-13 key. the random read loses the sequential position, so the
*> pass resumes with a START past the ISBN-10 key it was on
auditTwinKeys.
    read master-file next record
        at end move 1 to feof
        not at end
            perform validateMasterKey
            if key-valid = 1 and key-len = 10 then
                perform checkTwinKey
            end-if
    end-read.


checkTwinKey.
    move master-isbn to saved-key.
    move master-title to saved-title.
    perform buildTwinKey.
    move 0 to twin-found.
    move twin-key to master-isbn.
    read master-file
        invalid key continue
        not invalid key move 1 to twin-found
    end-read.
    if twin-found = 1 then
        add 1 to count-twins
        perform writeTwinLine
        *> the ISBN-13 record is the one every current feed keys on, so the
        *> ISBN-10 copy is the one to retire
        if ws-trans-fname not = spaces then
            move spaces to trans-record
            move 'D' to trans-action
            move saved-key to trans-isbn
            perform writeTransaction
        end-if
    end-if.
    move saved-key to master-isbn.
    start master-file key > master-isbn
        invalid key move 1 to feof
    end-start.


*> builds the 978 ISBN-13 form of the ISBN-10 key into twin-key, the same
*> conversion the isbn program's convertToISBN13 applies
buildTwinKey.
    move '978' to twin-key(1:3).
    move saved-key(1:9) to twin-key(4:9).
    perform varying j from 1 by 1 until j > 12
        move twin-key(j:1) to ean-digit(j)
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
    move ean-check-digit to twin-key(13:1).


auditBlankFields.
    read master-file next record
        at end move 1 to feof
        not at end
            if master-title = spaces or master-author = spaces then
                add 1 to count-blank
                perform writeBlankLine
                perform writeSkeletonChange
            end-if
    end-read.


*> a price the LOAD carried over as non-digits is reported with the zero
*> and implausible ones; a record the blank-field pass already queued a
*> change for doesn't get a second one
auditPrices.
    read master-file next record
        at end move 1 to feof
        not at end
            perform checkPrice
    end-read.


checkPrice.
    if master-price is not numeric then
        move "price is not numeric" to key-reason
        perform writePriceFinding
    else if master-price = 0 then
        move "zero price" to key-reason
        perform writePriceFinding
    else if master-price > max-price then
        move "price over the plausibility limit" to key-reason
        perform writePriceFinding
    end-if.


writePriceFinding.
    add 1 to count-price.
    perform writePriceLine.
    if master-title = spaces or master-author = spaces then
        continue
    else
        perform writeSkeletonChange
    end-if.


*> a key already reported as malformed can't be segmented either, so only
*> well-formed keys are tested against the range table here
auditRangeCoverage.
    read master-file next record
        at end move 1 to feof
        not at end
            perform validateMasterKey
            if key-digits-ok = 1 then
                perform checkRangeCoverage
            end-if
    end-read.


checkRangeCoverage.
    move master-isbn to hyph-in.
    move key-len to hyph-in-len.
    perform hyphenateISBN.
    if hyph-best = 0 or hyph-title < 1 then
        add 1 to count-no-range
        perform writeRangeLine
    end-if.


*> queues a change carrying only the key: isbnmaint rejects it as it stands,
*> so nothing reaches the master until the reviewer supplies the value
writeSkeletonChange.
    if ws-trans-fname not = spaces then
        move spaces to trans-record
        move 'C' to trans-action
        move master-isbn to trans-isbn
        perform writeTransaction
    end-if.


writeTransaction.
    write trans-record.
    add 1 to count-trans.


*> validates master-isbn structurally and against its check digit, using
*> the same method as the isbnmaint program; leaves key-valid, key-len,
*> key-digits-ok and (on a failure) key-reason set
validateMasterKey.
    move 1 to key-valid.
    move 1 to key-digits-ok.
    move spaces to key-reason.
    move master-isbn to key-text.
    if master-isbn(11:3) = spaces then
        move 10 to key-len
    else if master-isbn(11:3) is numeric then
        move 13 to key-len
    else
        move 0 to key-len
    end-if.
    if key-len = 0 then
        move 0 to key-valid
        move 0 to key-digits-ok
        move "key is neither 10 nor 13 characters" to key-reason
    else
        perform checkKeyDigit
            varying j from 1 by 1
            until j > key-len or key-digits-ok = 0
        if key-digits-ok = 0 then
            move 0 to key-valid
            move "key contains a character that is not a digit" to key-reason
        else
            if key-len = 13 then
                perform checkKeySum13
            else
                perform checkKeySum10
            end-if
            if key-valid = 0 then
                move "check digit does not verify" to key-reason
            end-if
        end-if
    end-if.


*> only the check-digit position of an ISBN-10 may be something other than
*> a digit, and then only X
checkKeyDigit.
    if key-char(j) is not numeric then
        if key-len = 10 and j = 10
            and (key-char(j) = 'X' or key-char(j) = 'x')
        then
            continue
        else
            move 0 to key-digits-ok
        end-if
    end-if.


checkKeySum10.
    move 10 to k.
    move 0 to key-sum.
    perform varying j from 1 by 1 until j > 9
        compute key-product = k * function numval(key-char(j))
        compute key-sum = key-sum + key-product
        subtract 1 from k
    end-perform.
    compute key-mod = function mod(key-sum,11).
    compute key-expected = function mod(11 - key-mod, 11).
    if key-mod = 0 and function numval(key-char(10)) = 0 then
        continue
    else
        if key-expected = function numval(key-char(10)) then
            continue
        else if key-expected = 10 and (key-char(10) = 'X' or = 'x') then
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
        compute key-product = k * function numval(key-char(j))
        compute key-sum = key-sum + key-product
    end-perform.
    compute key-mod = function mod(key-sum,10).
    if key-mod = 0 then
        move 0 to key-expected
    else
        compute key-expected = 10 - key-mod
    end-if.
    if key-expected not = function numval(key-char(13)) then
        move 0 to key-valid
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


writeKeyLine.
    move spaces to audit-record.
    move 1 to ws-audit-ptr.
    string "  " delimited by size
        master-isbn delimited by size
        "  " delimited by size
        master-title(1:30) delimited by size
        " - " delimited by size
        function trim(key-reason) delimited by size
        into audit-record
        with pointer ws-audit-ptr.
    write audit-record.


writeTwinLine.
    move spaces to audit-record.
    move 1 to ws-audit-ptr.
    string "  " delimited by size
        saved-key delimited by size
        "  " delimited by size
        saved-title(1:30) delimited by size
        "  also held as " delimited by size
        twin-key delimited by size
        "  " delimited by size
        master-title(1:30) delimited by size
        into audit-record
        with pointer ws-audit-ptr.
    write audit-record.


writeBlankLine.
    move spaces to audit-record.
    move 1 to ws-audit-ptr.
    string "  " delimited by size
        master-isbn delimited by size
        "  " delimited by size
        into audit-record
        with pointer ws-audit-ptr.
    if master-title = spaces and master-author = spaces then
        string "title and author both blank" delimited by size
            into audit-record
            with pointer ws-audit-ptr
    else if master-title = spaces then
        string "title blank  (author " delimited by size
            function trim(master-author) delimited by size
            ")" delimited by size
            into audit-record
            with pointer ws-audit-ptr
    else
        string master-title(1:30) delimited by size
            "  author blank" delimited by size
            into audit-record
            with pointer ws-audit-ptr
    end-if.
    write audit-record.


writePriceLine.
    move spaces to audit-record.
    move 1 to ws-audit-ptr.
    string "  " delimited by size
        master-isbn delimited by size
        "  " delimited by size
        master-title(1:30) delimited by size
        into audit-record
        with pointer ws-audit-ptr.
    if master-price is numeric then
        move master-price to edited-price
        string "  @ " delimited by size
            edited-price delimited by size
            into audit-record
            with pointer ws-audit-ptr
    end-if.
    string " - " delimited by size
        function trim(key-reason) delimited by size
        into audit-record
        with pointer ws-audit-ptr.
    write audit-record.


writeRangeLine.
    move spaces to audit-record.
    move 1 to ws-audit-ptr.
    string "  " delimited by size
        master-isbn delimited by size
        "  " delimited by size
        master-title(1:30) delimited by size
        into audit-record
        with pointer ws-audit-ptr.
    write audit-record.


writeAuditTrailer.
    move spaces to audit-record.
    move 1 to ws-audit-ptr.
    string "master records read: " delimited by size
        count-read delimited by size
        "  bad keys: " delimited by size
        count-bad-key delimited by size
        "  ISBN-10/13 twins: " delimited by size
        count-twins delimited by size
        "  blank title/author: " delimited by size
        count-blank delimited by size
        "  price: " delimited by size
        count-price delimited by size
        "  no range row: " delimited by size
        count-no-range delimited by size
        into audit-record
        with pointer ws-audit-ptr.
    write audit-record.
    if ws-trans-fname not = spaces then
        move spaces to audit-record
        move 1 to ws-audit-ptr
        string "maintenance transactions written for review: " delimited by size
            count-trans delimited by size
            " to " delimited by size
            function trim(ws-trans-fname) delimited by size
            into audit-record
            with pointer ws-audit-ptr
        write audit-record
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


*> filenames can be supplied as batch parameters (same convention as the isbn
*> program) so a scheduler run never blocks on a prompt; each falls back to an
*> interactive prompt when its parameter is absent
getFilenames.
    accept ws-master-fname from environment "AUDIT_MASTER_FILE".
    if ws-master-fname not = spaces then
        call "CBL_CHECK_FILE_EXIST" using ws-master-fname file-info
        if return-code not = 0 then
            display "Error: AUDIT_MASTER_FILE (" function trim(ws-master-fname) ") does not exist. Aborting."
            move 16 to return-code
            stop run
        end-if
        move 0 to master-file-status
    else
        move 1 to master-file-status
    end-if.
    perform getMasterFilename until master-file-status = 0.
    accept ws-range-fname from environment "AUDIT_RANGE_FILE".
    if ws-range-fname not = spaces then
        call "CBL_CHECK_FILE_EXIST" using ws-range-fname file-info
        if return-code not = 0 then
            display "Error: AUDIT_RANGE_FILE (" function trim(ws-range-fname) ") does not exist. Aborting."
            move 16 to return-code
            stop run
        end-if
        move 0 to range-file-status
    else
        move 1 to range-file-status
    end-if.
    perform getRangeFilename until range-file-status = 0.
    accept ws-audit-fname from environment "AUDIT_REPORT_FILE".
    if ws-audit-fname = spaces then
        display "Enter the filename to write the integrity audit report to: " with no advancing
        accept ws-audit-fname
    end-if.
    *> the review transactions are a pure batch parameter (no interactive
    *> prompt): left unset the audit only reports
    accept ws-trans-fname from environment "AUDIT_TRANS_FILE".
    *> the plausibility limit is a pure batch parameter too - left unset it
    *> defaults to 500.00, well above anything on the trade list
    accept ws-max-price-x from environment "AUDIT_MAX_PRICE".
    move 500 to max-price.
    if ws-max-price-x not = spaces then
        if function numval(ws-max-price-x) > 0 then
            compute max-price = function numval(ws-max-price-x)
        end-if
    end-if.


getMasterFilename.
    display "Enter the filename of the keyed master title file: " with no advancing.
    accept ws-master-fname.
    call "CBL_CHECK_FILE_EXIST" using ws-master-fname file-info.
    move return-code to master-file-status.
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
    move "isbnaudit" to rl-program.
    move function current-date(1:8) to rl-date.
    move function current-date(9:6) to rl-time.
    move ws-master-fname to rl-input.
    move ws-audit-fname to rl-output.
    if runlog-type = 'E' then
        move count-read to rl-read
        move count-read to rl-good
        compute rl-bad = count-bad-key + count-twins + count-blank + count-price + count-no-range
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
    display "Master records read: " count-read.
    display "Bad keys: " count-bad-key ", ISBN-10/13 twins: " count-twins ", blank title/author: " count-blank.
    display "Zero or implausible prices: " count-price ", keys with no range row: " count-no-range.
    if ws-trans-fname not = spaces then
        display "Maintenance transactions written for review: " count-trans
    end-if.
    display "Exiting program...".
    display "------------------------------".


displayProgramInfo.
    display space.
    display "----------------------".
    display "MASTER TITLE FILE INTEGRITY AUDIT".
    display "This Cobol program sweeps the keyed master title file and reports bad keys,".
    display "ISBN-10/13 twins, blank fields, bad prices and keys the range table can't place.".
    display "----------------------".
