*> Interactive inquiry against the keyed master title file, for cataloging
*> and the buyers when a customer has an ISBN, a title or only an author's
*> name. A title can be looked up directly by ISBN (entered with or without
*> hyphens, as an ISBN-10 or an ISBN-13 - the other form is tried when the
*> one entered isn't on the master), or the master can be browsed forward
*> and back in title or author order from a partial title or name, using
*> the master's title and author alternate keys. Each title is shown in
*> full with its hyphenated ISBN and, when a stock ledger is named, the
*> quantity on hand and the quantity still on order from the isbnstock
*> ledger. Nothing is updated: the master and the ledger are opened for
*> input only, so the inquiry can run while the nightly chain is idle or
*> alongside the daytime reports.

identification division.
program-id. isbnlook.

environment division.
input-output section.
file-control.
select master-file assign to dynamic ws-master-fname
    organization is indexed
    access mode is dynamic
    record key is master-isbn
    *> title and author alternate keys, which the browse steps through
    alternate record key is master-title with duplicates
    alternate record key is master-author with duplicates
    file status is master-stat.
*> registration-group/publisher range table, the same file the isbn program
*> hyphenates from
select range-file assign to dynamic ws-range-fname
    organization is line sequential.
*> stock-on-hand ledger maintained by the isbnstock program
select ledger-file assign to dynamic ws-ledger-fname
    organization is indexed
    access mode is dynamic
    record key is stk-isbn
    file status is ledger-stat.

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

working-storage section.
01 ws-master-fname         pic x(30).
01 ws-range-fname          pic x(30).
01 ws-ledger-fname         pic x(30). *> spaces when no stock ledger is consulted
01 master-stat             pic x(2). *> file status for the indexed master file
01 ledger-stat             pic x(2). *> file status for the indexed stock ledger
01 master-file-status      pic 9.
01 range-file-status       pic 9.
01 ledger-open             pic 9 value 0. *> 1 when the stock ledger opened and can be read
01 feof3                   pic 9 value 0. *> end-of-file switch for range-file
01 j                       pic 9(2). *> iterator for characters within a key
01 k                       pic 9(2). *> multiplier for check-digit weighting
01 look-vars.               *> what the user asked for
    02 look-choice         pic x. *> main menu: I, T, A or Q
    02 look-isbn           pic x(17). *> ISBN as keyed, hyphens/spaces allowed
    02 look-text           pic x(40). *> partial title or author to browse from
    02 browse-by           pic x. *> 'T' title order, 'A' author order
    02 browse-choice       pic x. *> N next, P previous, Q back to the menu
    02 browse-done         pic 9. *> 1 when the browse has ended
    02 master-found        pic 9. *> 1 when the ISBN lookup found the title
01 look-counts.             *> end-of-session tally
    02 count-lookups       pic 9(5) value 0.
    02 count-shown         pic 9(5) value 0.
01 strip-vars.              *> working variables for normalizing the ISBN as keyed
    02 strip-in            pic x(17). *> the ISBN as keyed, hyphens/spaces and all
    02 strip-entry.
        03 strip-char      pic x occurs 13 times.
    02 strip-text          redefines strip-entry pic x(13).
    02 strip-ptr           pic 9(2). *> digits copied so far while stripping separators
01 norm-isbn               pic x(13). *> ISBN-13 form of a 10-digit key
01 ean-vars.                *> EAN-13 check-digit work area, same method as the isbn program
    02 ean-digit           pic x occurs 12 times.
    02 ean-sum             pic 9(3) value 0.
    02 ean-mod             pic 9(2) value 0.
    02 ean-check           pic 9(2) value 0.
    02 ean-check-digit     pic 9.
    02 ean-product         pic 9(3) value 0.
01 isbn10-key              pic x(13). *> ISBN-10 form of a 978 ISBN-13, for the fallback read
01 check10-vars.            *> ISBN-10 check-digit work area, same method as the isbn program
    02 check10-sum         pic 9(3).
    02 check10-product     pic 9(3).
    02 check10-mod         pic 9(2).
    02 check10-digit       pic 9(2).
    02 check10-char        pic 9.
01 num-ranges              pic 9(3).
01 range-list.              *> hyphenation range table loaded from range-file
    02 range-entry         occurs 1 to 999 times depending on num-ranges.
        03 range-prefix    pic x(8). *> EAN prefix + registration group digits
        03 range-prefix-len pic 9. *> how many digits of range-prefix are significant
        03 range-lo        pic 9(7). *> publisher range bounds over the 7 digits after the group
        03 range-hi        pic 9(7).
        03 range-pub-len   pic 9. *> publisher number length within this range
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
01 look-edits.              *> display forms for the title screen
    02 ed-price            pic zz,zz9.99.
    02 ed-on-hand          pic z,zzz,zz9.
    02 ed-on-order         pic z,zzz,zz9.
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
    perform readRangeFile.
    open input master-file.
    if master-stat not = '00' then
        display "Error: could not open master title file (" function trim(ws-master-fname) "), file status " master-stat ". Aborting."
        move 16 to return-code
        stop run
    end-if.
    *> the stock figures are a convenience: without a ledger the titles are
    *> still shown, just without on-hand and on-order
    if ws-ledger-fname not = spaces then
        open input ledger-file
        if ledger-stat = '00' then
            move 1 to ledger-open
        else
            display "Warning: could not open stock ledger (" function trim(ws-ledger-fname) "), file status " ledger-stat " - stock figures will not be shown."
        end-if
    end-if.
    move space to look-choice.
    perform until look-choice = 'Q'
        display space
        display "I = look up an ISBN, T = browse by title, A = browse by author, Q = quit: " with no advancing
        accept look-choice
        move function upper-case(look-choice) to look-choice
        evaluate look-choice
            when 'I'
                perform lookupByIsbn
            when 'T'
                move 'T' to browse-by
                perform browseMaster
            when 'A'
                move 'A' to browse-by
                perform browseMaster
            when 'Q'
                continue
            when other
                display "Please enter I, T, A or Q."
        end-evaluate
    end-perform.
    close master-file.
    if ledger-open = 1 then
        close ledger-file
    end-if.
    perform displayEndMessage.
stop run.


*> looks the keyed ISBN up on the master under the form entered and, when
*> that isn't there, under its other form - titles loaded before the
*> ISBN-13 changeover can still be keyed on their ISBN-10
lookupByIsbn.
    display "ISBN (hyphens optional): " with no advancing.
    accept look-isbn.
    add 1 to count-lookups.
    move look-isbn to strip-in.
    perform stripOneISBN.
    move 0 to master-found.
    if strip-ptr not = 10 and strip-ptr not = 13 then
        display "Not an ISBN-10 or ISBN-13: " function trim(look-isbn)
    else
        move strip-text to master-isbn
        perform readMasterEntry
        if master-found = 0 and strip-ptr = 10 then
            perform convertStripTo13
            move norm-isbn to master-isbn
            perform readMasterEntry
        end-if
        if master-found = 0 and strip-ptr = 13 and strip-text(1:3) = '978' and strip-text is numeric then
            perform buildIsbn10Key
            move isbn10-key to master-isbn
            perform readMasterEntry
        end-if
        if master-found = 1 then
            perform displayTitle
        else
            display "No title on the master for ISBN " function trim(look-isbn) "."
        end-if
    end-if.


readMasterEntry.
    read master-file
        invalid key continue
        not invalid key move 1 to master-found
    end-read.


*> positions on the first title (or author) at or after what was keyed -
*> a partial entry matches everything that starts with it, because the
*> rest of the key is spaces - and steps through the file from there in
*> whichever direction the user asks
browseMaster.
    if browse-by = 'T' then
        display "Title starts with: " with no advancing
    else
        display "Author starts with: " with no advancing
    end-if.
    accept look-text.
    move 0 to browse-done.
    if browse-by = 'T' then
        move look-text to master-title
        start master-file key >= master-title
            invalid key move 1 to browse-done
        end-start
    else
        move look-text to master-author
        start master-file key >= master-author
            invalid key move 1 to browse-done
        end-start
    end-if.
    if browse-done = 1 then
        display "Nothing on the master at or after '" function trim(look-text) "'."
    else
        move 'N' to browse-choice
        perform browseOneStep until browse-done = 1
    end-if.


*> the file can't be stepped past either end and then turned back, so
*> reaching an end finishes the browse
browseOneStep.
    if browse-choice = 'P' then
        read master-file previous record
            at end
                display "Start of the file - browse ended."
                move 1 to browse-done
        end-read
    else
        read master-file next record
            at end
                display "End of the file - browse ended."
                move 1 to browse-done
        end-read
    end-if.
    if browse-done = 0 then
        perform displayTitle
        perform getBrowseChoice
    end-if.


getBrowseChoice.
    move space to browse-choice.
    perform until browse-choice = 'N' or browse-choice = 'P' or browse-choice = 'Q'
        display "N = next, P = previous, Q = back to the menu: " with no advancing
        accept browse-choice
        move function upper-case(browse-choice) to browse-choice
    end-perform.
    if browse-choice = 'Q' then
        move 1 to browse-done
    end-if.


*> shows master-record in full, with the hyphenated ISBN and, from the
*> stock ledger (keyed on the ISBN-13 form), on-hand and on-order
displayTitle.
    add 1 to count-shown.
    move master-isbn to hyph-in.
    if master-isbn(11:3) = spaces then
        move 10 to hyph-in-len
    else
        move 13 to hyph-in-len
    end-if.
    perform hyphenateISBN.
    move master-price to ed-price.
    display space.
    display "------------------------------".
    if hyph-best not = 0 and hyph-title >= 1 then
        display "ISBN:      " function trim(master-isbn) "   (" function trim(hyph-out) ")"
    else
        display "ISBN:      " function trim(master-isbn) "   (no hyphenation range on the table)"
    end-if.
    display "Title:     " function trim(master-title).
    display "Author:    " function trim(master-author).
    display "Price:     " ed-price.
    if ledger-open = 1 then
        perform displayStock
    end-if.
    display "------------------------------".


displayStock.
    if hyph-in-len = 10 then
        move master-isbn to strip-text
        perform convertStripTo13
        move norm-isbn to stk-isbn
    else
        move master-isbn to stk-isbn
    end-if.
    read ledger-file
        invalid key
            display "On hand:   not on the stock ledger"
        not invalid key
            perform displayLedgerEntry
    end-read.


displayLedgerEntry.
    move stk-on-hand to ed-on-hand.
    move stk-on-order to ed-on-order.
    if stk-last-recv-date = spaces then
        display "On hand:   " ed-on-hand "   (never received)"
    else
        display "On hand:   " ed-on-hand "   (last received " stk-last-recv-date " from supplier " stk-last-supplier ", ref " function trim(stk-last-delref) ")"
    end-if.
    if stk-order-date = spaces then
        display "On order:  none recorded"
    else
        display "On order:  " ed-on-order "   (as of the " stk-order-date " receiving match)"
    end-if.


*> strips separators from strip-in into strip-text, leaving the digit count
*> in strip-ptr
stripOneISBN.
    move spaces to strip-entry.
    move 0 to strip-ptr.
    perform stripOneChar
        varying j from 1 by 1
        until j > 17.


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


*> builds the ISBN-10 form of the 978 ISBN-13 in strip-text into isbn10-key:
*> digits 4-12 of the 13 plus a freshly computed mod-11 check digit (X for 10)
buildIsbn10Key.
    move spaces to isbn10-key.
    move strip-text(4:9) to isbn10-key(1:9).
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


*> filenames can be supplied as parameters (same convention as the isbn
*> program), each falling back to an interactive prompt when absent. the
*> stock ledger is optional: a blank answer leaves the stock figures out
getFilenames.
    accept ws-master-fname from environment "LOOK_MASTER_FILE".
    if ws-master-fname not = spaces then
        call "CBL_CHECK_FILE_EXIST" using ws-master-fname file-info
        if return-code not = 0 then
            display "Error: LOOK_MASTER_FILE (" function trim(ws-master-fname) ") does not exist. Aborting."
            move 16 to return-code
            stop run
        end-if
        move 0 to master-file-status
    else
        move 1 to master-file-status
    end-if.
    perform getMasterFilename until master-file-status = 0.
    accept ws-range-fname from environment "LOOK_RANGE_FILE".
    if ws-range-fname not = spaces then
        call "CBL_CHECK_FILE_EXIST" using ws-range-fname file-info
        if return-code not = 0 then
            display "Error: LOOK_RANGE_FILE (" function trim(ws-range-fname) ") does not exist. Aborting."
            move 16 to return-code
            stop run
        end-if
        move 0 to range-file-status
    else
        move 1 to range-file-status
    end-if.
    perform getRangeFilename until range-file-status = 0.
    accept ws-ledger-fname from environment "LOOK_LEDGER_FILE".
    if ws-ledger-fname = spaces then
        display "Enter the filename of the stock ledger (blank for none): " with no advancing
        accept ws-ledger-fname
    end-if.
    if ws-ledger-fname not = spaces then
        call "CBL_CHECK_FILE_EXIST" using ws-ledger-fname file-info
        if return-code not = 0 then
            display "Warning: stock ledger (" function trim(ws-ledger-fname) ") does not exist - stock figures will not be shown."
            move spaces to ws-ledger-fname
        end-if
    end-if.
    move 0 to return-code.


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


displayEndMessage.
    display space.
    display "------------------------------".
    display "ISBN lookups: " count-lookups.
    display "Titles shown: " count-shown.
    display "Exiting program...".
    display "------------------------------".


displayProgramInfo.
    display space.
    display "----------------------".
    display "MASTER TITLE INQUIRY".
    display "This Cobol program looks titles up on the master title file by ISBN,".
    display "or browses it by title or author, with stock on hand and on order.".
    display "----------------------".
