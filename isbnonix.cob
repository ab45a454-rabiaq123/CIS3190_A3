*> Program to export catalog metadata from the keyed master title file as an
*> ONIX-for-Books-style XML message for the wholesalers and the online
*> retailer, who can't ingest the isbnload UNLOAD flat extract. Every title
*> goes out as one Product carrying its ISBN-13 (a 10-digit key normalized
*> the same way the isbn program's convertToISBN13 does), the hyphenated
*> form from the range table, the title, the author and the price. Two
*> modes: FULL sends the whole catalog; DELTA sends only the titles the
*> isbnmaint journal shows were added, changed or deleted (by maintenance or
*> by an isbnback reversal) since the last export, each as it now stands on
*> the master, with a title that is no longer there sent as a delete
*> notification. The last export's date and time are kept in a small state
*> file, rewritten only once the message is complete, so a failed run is
*> simply picked up by the next one. A key that fails the ISBN check-digit
*> logic is never sent, and an ISBN-10 key whose 978 ISBN-13 form is also
*> on the master defers to that record rather than being sent twice.

identification division.
program-id. isbnonix.

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
*> isbnmaint's before/after-image journal, read in DELTA mode only
select journal-file assign to dynamic ws-journal-fname
    organization is line sequential.
*> date and time of the last export, the DELTA high-water mark
select state-file assign to dynamic ws-state-fname
    organization is line sequential.
select state-tmp-file assign to dynamic ws-state-tmp-fname
    organization is line sequential.
select onix-file assign to dynamic ws-onix-fname
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

fd journal-file.
01 journal-record.          *> same layout the isbnmaint program journals
    02 jr-run-id           pic x(16). *> the run that applied the change
    02 jr-seq              pic 9(6). *> order the change was applied within the run
    02 jr-stamp            pic x(16). *> date/time applied, YYYYMMDDHHMMSSss
    02 jr-action           pic x. *> 'A', 'C' or 'D' as applied to the master
    02 jr-isbn             pic x(13).
    02 jr-before-flag      pic x. *> 'Y' when jr-before holds the record as it stood, 'N' on an add
    02 jr-before           pic x(90).
    02 jr-after-flag       pic x. *> 'Y' when jr-after holds the record as written, 'N' on a delete
    02 jr-after            pic x(90).
    02 jr-backout-of       pic x(16). *> run an isbnback entry reversed; spaces on a maintenance entry

fd state-file.
01 state-record.
    02 st-stamp            pic x(16). *> when the last export started, YYYYMMDDHHMMSSss
    02 filler              pic x.
    02 st-mode             pic x(5). *> FULL or DELTA
    02 filler              pic x.
    02 st-products         pic 9(7). *> products that export sent

fd state-tmp-file.
01 state-tmp-record        pic x(30).

fd onix-file.
01 onix-record             pic x(400).

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
01 ws-mode                 pic x(5). *> FULL or DELTA
01 ws-master-fname         pic x(30).
01 ws-range-fname          pic x(30).
01 ws-journal-fname        pic x(30).
01 ws-state-fname          pic x(30). *> spaces on a FULL run that keeps no high-water mark
01 ws-state-tmp-fname      pic x(35). *> ws-state-fname plus ".tmp", for the write-then-rename
01 ws-onix-fname           pic x(30).
01 ws-currency             pic x(3). *> ISO currency the master prices are in
01 ws-sender               pic x(40). *> sender name for the message header
01 ws-onix-ptr             pic 9(3). *> current write position within onix-record
01 master-stat             pic x(2). *> file status for the indexed master file
01 master-file-status      pic 9.
01 range-file-status       pic 9.
01 journal-file-status     pic 9.
01 feof                    pic 9 value 0. *> end-of-file switch for the master pass
01 feof2                   pic 9 value 0. *> end-of-file switch for journal-file
01 feof3                   pic 9 value 0. *> end-of-file switch for range-file
01 j                       pic 9(2). *> iterator for characters within a key
01 k                       pic 9(2). *> multiplier for ISBN digits when calculating expected check digit
01 run-stamp               pic x(16). *> when this export started; the next DELTA starts from here
01 last-stamp              pic x(16). *> when the last export started, from the state file
01 num-ranges              pic 9(3).
01 range-list.              *> hyphenation range table loaded from range-file
    02 range-entry         occurs 1 to 999 times depending on num-ranges.
        03 range-prefix    pic x(8). *> EAN prefix + registration group digits
        03 range-prefix-len pic 9. *> how many digits of range-prefix are significant
        03 range-lo        pic 9(7). *> publisher range bounds over the 7 digits after the group
        03 range-hi        pic 9(7).
        03 range-pub-len   pic 9. *> publisher number length within this range
01 num-deltas              pic 9(4).
01 delta-list.              *> DELTA mode: each master key the journal shows touched since the last export
    02 delta-entry         occurs 1 to 9999 times depending on num-deltas.
        03 dl-isbn         pic x(13). *> master key as journalled
        03 dl-was-new      pic 9. *> 1 when the key was not on the master before the window
01 d                       pic 9(4). *> iterator for delta-list entries
01 delta-x                 pic 9(4). *> delta-list row for the journal entry in hand
01 master-key.              *> key unpacked for the check-digit tests
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
01 norm-isbn               pic x(13). *> ISBN-13 form of the key in hand
01 ean-vars.                *> EAN-13 check-digit work area, same method as the isbn program
    02 ean-digit           pic x occurs 12 times.
    02 ean-sum             pic 9(3) value 0.
    02 ean-mod             pic 9(2) value 0.
    02 ean-check           pic 9(2) value 0.
    02 ean-check-digit     pic 9.
    02 ean-product         pic 9(3) value 0.
01 twin-vars.               *> working variables for the ISBN-10/ISBN-13 twin check
    02 saved-key           pic x(13). *> key the sequential pass resumes after
    02 saved-record        pic x(90). *> master-record as read, across the twin read
    02 twin-found          pic 9. *> 1 when the master also holds the key's other form; 2 see checkIsbn10Twin
01 isbn10-key              pic x(13). *> ISBN-10 form of a deleted 978 ISBN-13 key
01 check10-vars.            *> ISBN-10 check-digit work area, same method as the isbn program
    02 check10-sum         pic 9(3).
    02 check10-product     pic 9(3).
    02 check10-mod         pic 9(2).
    02 check10-digit       pic 9(2).
    02 check10-char        pic 9.
01 product-vars.            *> the Product being written
    02 notify-type         pic x(2). *> ONIX NotificationType: 03 a full record, 05 a delete
01 esc-vars.                *> working variables for escapeText
    02 esc-in              pic x(40). *> text to escape
    02 esc-out             pic x(240). *> escaped text, room for every character to become an entity
    02 esc-ptr             pic 9(3). *> write position in esc-out; 1 means the text was blank
    02 esc-len             pic 9(2). *> esc-in length without trailing spaces
    02 esc-j               pic 9(2).
01 onix-counts.             *> end-of-run tally
    02 count-read          pic 9(7) value 0. *> master records read (FULL) or keys touched (DELTA)
    02 count-journal       pic 9(7) value 0. *> journal entries read
    02 count-in-window     pic 9(7) value 0. *> of which since the last export
    02 count-products      pic 9(7) value 0. *> full Product records sent
    02 count-deletes       pic 9(7) value 0. *> delete notifications sent
    02 count-bad-key       pic 9(7) value 0. *> not sent: key fails the check-digit logic
    02 count-twins         pic 9(7) value 0. *> not sent: ISBN-10/ISBN-13 twin going out under the other key
    02 count-transient     pic 9(7) value 0. *> not sent: added and deleted again since the last export
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
01 ed-price                pic zzzz9.99. *> price as the PriceAmount element carries it
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
    perform getRunMode.
    perform getFilenames.
    perform writeRunLogStart.
    move function current-date(1:16) to run-stamp.
    perform readRangeFile.
    if ws-mode = 'DELTA' then
        perform readState
        perform readJournal
        sort delta-entry ascending dl-isbn
    end-if.
    open input master-file.
    if master-stat not = '00' then
        display "Error: could not open master title file (" function trim(ws-master-fname) "), file status " master-stat ". Aborting."
        move 16 to return-code
        stop run
    end-if.
    open output onix-file.
    perform writeMessageHeader.
    if ws-mode = 'FULL' then
        move low-values to master-isbn
        start master-file key >= master-isbn
            invalid key move 1 to feof
        end-start
        perform exportOneMaster until feof = 1
    else
        perform exportOneDelta
            varying d from 1 by 1
            until d > num-deltas
    end-if.
    move "</ONIXMessage>" to onix-record.
    write onix-record.
    close onix-file.
    close master-file.
    *> the high-water mark moves only once the message is complete
    if ws-state-fname not = spaces then
        perform writeState
    end-if.
    perform displayEndMessage.
    perform writeRunLogEnd.
stop run.


*> reads the last export's start time. a DELTA run needs one - with no state
*> file there is no "since", so the first export to a partner has to be FULL
readState.
    call "CBL_CHECK_FILE_EXIST" using ws-state-fname file-info.
    if return-code not = 0 then
        display "Error: export state file (" function trim(ws-state-fname) ") not found - run a FULL export first. Aborting."
        move 16 to return-code
        stop run
    end-if.
    move spaces to last-stamp.
    open input state-file.
    read state-file
        at end continue
        not at end move st-stamp to last-stamp
    end-read.
    close state-file.
    if last-stamp = spaces or last-stamp is not numeric then
        display "Error: export state file (" function trim(ws-state-fname) ") holds no export time. Aborting."
        move 16 to return-code
        stop run
    end-if.


*> rewrites the state file with this run's start time, by write-then-rename
*> so an interrupted rewrite can't leave the high-water mark half-written
writeState.
    open output state-tmp-file.
    move spaces to state-record.
    move run-stamp to st-stamp.
    move ws-mode to st-mode.
    move count-products to st-products.
    move state-record to state-tmp-record.
    write state-tmp-record.
    close state-tmp-file.
    call "CBL_RENAME_FILE" using ws-state-tmp-fname ws-state-fname.


*> collects every master key the journal shows touched after the last
*> export started and no later than this one did - an entry stamped after
*> this run started belongs to the next export
readJournal.
    move 1 to num-deltas.
    open input journal-file.
    perform storeJournalEntries until feof2 = 1.
    close journal-file.
    subtract 1 from num-deltas.


storeJournalEntries.
    read journal-file at end move 1 to feof2
        not at end
            add 1 to count-journal
            if jr-stamp > last-stamp and jr-stamp <= run-stamp then
                add 1 to count-in-window
                perform storeOneDelta
            end-if
    end-read.


*> the first in-window entry for a key says whether the partner could
*> already have it: an add (no before-image) means it is new since the last
*> export, so if it is gone again by now there is nothing to tell them
storeOneDelta.
    move 0 to delta-x.
    perform varying d from 1 by 1 until d >= num-deltas or delta-x not = 0
        if dl-isbn(d) = jr-isbn then
            move d to delta-x
        end-if
    end-perform.
    if delta-x = 0 then
        move jr-isbn to dl-isbn(num-deltas)
        if jr-before-flag = 'N' then
            move 1 to dl-was-new(num-deltas)
        else
            move 0 to dl-was-new(num-deltas)
        end-if
        add 1 to num-deltas
            on size error
                display "Error: more than 9999 titles changed since the last export - run a FULL export. Aborting."
                move 16 to return-code
                stop run
        end-add
    end-if.


*> FULL mode: exports the next master record. an ISBN-10 key is checked for
*> an ISBN-13 twin with a random read, which loses the sequential position,
*> so the pass resumes with a START past the key it was on
exportOneMaster.
    read master-file next record
        at end move 1 to feof
        not at end
            add 1 to count-read
            perform exportMasterRecord
    end-read.


exportMasterRecord.
    move master-isbn to key-text.
    perform validateKey.
    if key-valid = 0 then
        add 1 to count-bad-key
        display "Warning: not exported, key fails the check-digit validation: " master-isbn
    else if key-len = 10 then
        move master-isbn to saved-key
        move master-record to saved-record
        perform checkTwin
        move saved-record to master-record
        if twin-found = 1 then
            add 1 to count-twins
        else
            move "03" to notify-type
            perform writeProduct
        end-if
        move saved-key to master-isbn
        start master-file key > master-isbn
            invalid key move 1 to feof
        end-start
    else
        move "03" to notify-type
        perform writeProduct
    end-if.


*> DELTA mode: sends key D as it now stands - the full record when it is
*> still on the master, a delete notification when it is not
exportOneDelta.
    add 1 to count-read.
    move dl-isbn(d) to key-text.
    perform validateKey.
    move dl-isbn(d) to master-isbn.
    read master-file
        invalid key perform exportDeletedKey
        not invalid key perform exportChangedKey
    end-read.


exportChangedKey.
    if key-valid = 0 then
        add 1 to count-bad-key
        display "Warning: not exported, key fails the check-digit validation: " dl-isbn(d)
    else if key-len = 10 then
        move master-isbn to saved-key
        move master-record to saved-record
        perform checkTwin
        move saved-record to master-record
        if twin-found = 1 then
            add 1 to count-twins
        else
            move "03" to notify-type
            perform writeProduct
        end-if
    else
        move "03" to notify-type
        perform writeProduct
    end-if.


*> a delete only goes out for a title the partner could have been sent: not
*> one added since the last export, not a bad key, and not an ISBN-10 key
*> whose ISBN-13 record is still live - that product still exists. the
*> same holds the other way round: a 978 ISBN-13 key whose ISBN-10 record
*> is still live is the same product, which FULL mode sends from the
*> ISBN-10 record, so that record goes out as a full 03 in place of the
*> delete - unless its own key is in this window and sends it already
exportDeletedKey.
    if dl-was-new(d) = 1 then
        add 1 to count-transient
    else if key-valid = 0 then
        add 1 to count-bad-key
        display "Warning: delete not sent, key fails the check-digit validation: " dl-isbn(d)
    else
        move 0 to twin-found
        if key-len = 10 then
            move dl-isbn(d) to saved-key
            perform checkTwin
        end-if
        if key-len = 13 and key-text(1:3) = '978' then
            perform checkIsbn10Twin
        end-if
        evaluate twin-found
            when 1
                add 1 to count-twins
            when 2
                move "03" to notify-type
                perform writeProduct
            when other
                move dl-isbn(d) to master-isbn
                move spaces to master-title
                move spaces to master-author
                move 0 to master-price
                move "05" to notify-type
                perform writeProduct
        end-evaluate
    end-if.


*> looks for the ISBN-10 form of the 978 ISBN-13 key in key-text, leaving
*> twin-found 2 with master-record read when only the ISBN-10 record is
*> live, 1 when that key is in delta-list as well, 0 when it is not there
checkIsbn10Twin.
    perform buildIsbn10Key.
    move isbn10-key to master-isbn.
    read master-file
        invalid key continue
        not invalid key move 2 to twin-found
    end-read.
    if twin-found = 2 then
        perform varying delta-x from 1 by 1 until delta-x > num-deltas or twin-found = 1
            if dl-isbn(delta-x) = isbn10-key then
                move 1 to twin-found
            end-if
        end-perform
    end-if.


*> builds the ISBN-10 form of the 978 ISBN-13 in key-text into isbn10-key,
*> the same way the isbnlook program's buildIsbn10Key does
buildIsbn10Key.
    move spaces to isbn10-key.
    move key-text(4:9) to isbn10-key(1:9).
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


*> looks for the 978 ISBN-13 form of the ISBN-10 key in saved-key, leaving
*> twin-found set; the master record area is overwritten by the read
checkTwin.
    move saved-key to key-text.
    move 10 to key-len.
    perform buildNormIsbn.
    move 0 to twin-found.
    move norm-isbn to master-isbn.
    read master-file
        invalid key continue
        not invalid key move 1 to twin-found
    end-read.


*> writes one Product for master-record: the full record for notify-type
*> 03, the identifiers alone for a 05 delete
writeProduct.
    move master-isbn to key-text.
    perform validateKey.
    perform buildNormIsbn.
    move norm-isbn to hyph-in.
    move 13 to hyph-in-len.
    perform hyphenateISBN.
    move "  <Product>" to onix-record.
    write onix-record.
    move spaces to onix-record.
    move 1 to ws-onix-ptr.
    string "    <RecordReference>" delimited by size
        norm-isbn delimited by size
        "</RecordReference>" delimited by size
        into onix-record
        with pointer ws-onix-ptr.
    write onix-record.
    move spaces to onix-record.
    move 1 to ws-onix-ptr.
    string "    <NotificationType>" delimited by size
        notify-type delimited by size
        "</NotificationType>" delimited by size
        into onix-record
        with pointer ws-onix-ptr.
    write onix-record.
    move spaces to onix-record.
    move 1 to ws-onix-ptr.
    string "    <ProductIdentifier><ProductIDType>15</ProductIDType><IDValue>" delimited by size
        norm-isbn delimited by size
        "</IDValue></ProductIdentifier>" delimited by size
        into onix-record
        with pointer ws-onix-ptr.
    write onix-record.
    *> the hyphenated form has no ONIX identifier type of its own, so it
    *> goes as a named proprietary identifier, and only when the range
    *> table could segment the ISBN
    if hyph-best not = 0 and hyph-title >= 1 then
        move spaces to onix-record
        move 1 to ws-onix-ptr
        string "    <ProductIdentifier><ProductIDType>01</ProductIDType><IDTypeName>Hyphenated ISBN-13</IDTypeName><IDValue>" delimited by size
            function trim(hyph-out) delimited by size
            "</IDValue></ProductIdentifier>" delimited by size
            into onix-record
            with pointer ws-onix-ptr
        write onix-record
    end-if.
    if notify-type = "03" then
        perform writeDescriptiveDetail
        perform writeProductSupply
        add 1 to count-products
    else
        add 1 to count-deletes
    end-if.
    move "  </Product>" to onix-record.
    write onix-record.


writeDescriptiveDetail.
    move "    <DescriptiveDetail>" to onix-record.
    write onix-record.
    move master-title to esc-in.
    perform escapeText.
    if esc-ptr > 1 then
        move spaces to onix-record
        move 1 to ws-onix-ptr
        string "      <TitleDetail><TitleType>01</TitleType><TitleElement><TitleElementLevel>01</TitleElementLevel><TitleText>" delimited by size
            esc-out(1:esc-ptr - 1) delimited by size
            "</TitleText></TitleElement></TitleDetail>" delimited by size
            into onix-record
            with pointer ws-onix-ptr
        write onix-record
    end-if.
    move master-author to esc-in.
    perform escapeText.
    if esc-ptr > 1 then
        move spaces to onix-record
        move 1 to ws-onix-ptr
        string "      <Contributor><SequenceNumber>1</SequenceNumber><ContributorRole>A01</ContributorRole><PersonName>" delimited by size
            esc-out(1:esc-ptr - 1) delimited by size
            "</PersonName></Contributor>" delimited by size
            into onix-record
            with pointer ws-onix-ptr
        write onix-record
    end-if.
    move "    </DescriptiveDetail>" to onix-record.
    write onix-record.


*> a zero master price means the price isn't set yet, which ONIX says with
*> an unpriced-item code (02, price to be announced) rather than a price of 0
writeProductSupply.
    move "    <ProductSupply><SupplyDetail>" to onix-record.
    write onix-record.
    move ws-sender to esc-in.
    perform escapeText.
    move spaces to onix-record.
    move 1 to ws-onix-ptr.
    string "      <Supplier><SupplierRole>01</SupplierRole><SupplierName>" delimited by size
        esc-out(1:esc-ptr - 1) delimited by size
        "</SupplierName></Supplier>" delimited by size
        into onix-record
        with pointer ws-onix-ptr.
    write onix-record.
    move "      <ProductAvailability>20</ProductAvailability>" to onix-record.
    write onix-record.
    if master-price = 0 then
        move "      <UnpricedItemType>02</UnpricedItemType>" to onix-record
        write onix-record
    else
        move master-price to ed-price
        move spaces to onix-record
        move 1 to ws-onix-ptr
        string "      <Price><PriceType>01</PriceType><PriceAmount>" delimited by size
            function trim(ed-price) delimited by size
            "</PriceAmount><CurrencyCode>" delimited by size
            ws-currency delimited by size
            "</CurrencyCode></Price>" delimited by size
            into onix-record
            with pointer ws-onix-ptr
        write onix-record
    end-if.
    move "    </SupplyDetail></ProductSupply>" to onix-record.
    write onix-record.


writeMessageHeader.
    move '<?xml version="1.0" encoding="UTF-8"?>' to onix-record.
    write onix-record.
    move '<ONIXMessage release="3.0" xmlns="http://ns.editeur.org/onix/3.0/reference">' to onix-record.
    write onix-record.
    move "  <Header>" to onix-record.
    write onix-record.
    move ws-sender to esc-in.
    perform escapeText.
    move spaces to onix-record.
    move 1 to ws-onix-ptr.
    string "    <Sender><SenderName>" delimited by size
        esc-out(1:esc-ptr - 1) delimited by size
        "</SenderName></Sender>" delimited by size
        into onix-record
        with pointer ws-onix-ptr.
    write onix-record.
    move spaces to onix-record.
    move 1 to ws-onix-ptr.
    string "    <SentDateTime>" delimited by size
        run-stamp(1:8) delimited by size
        "T" delimited by size
        run-stamp(9:4) delimited by size
        "</SentDateTime>" delimited by size
        into onix-record
        with pointer ws-onix-ptr.
    write onix-record.
    move spaces to onix-record.
    move 1 to ws-onix-ptr.
    if ws-mode = 'FULL' then
        string "    <MessageNote>Full catalog</MessageNote>" delimited by size
            into onix-record
            with pointer ws-onix-ptr
    else
        string "    <MessageNote>Changes since " delimited by size
            last-stamp(1:8) delimited by size
            "T" delimited by size
            last-stamp(9:4) delimited by size
            "</MessageNote>" delimited by size
            into onix-record
            with pointer ws-onix-ptr
    end-if.
    write onix-record.
    move "  </Header>" to onix-record.
    write onix-record.


*> copies esc-in into esc-out with the five characters XML reserves replaced
*> by their entities; esc-ptr is left one past the last character written,
*> so 1 means the text was blank
escapeText.
    move spaces to esc-out.
    move 1 to esc-ptr.
    move 0 to esc-len.
    perform varying esc-j from 40 by -1 until esc-j < 1 or esc-len not = 0
        if esc-in(esc-j:1) not = space then
            move esc-j to esc-len
        end-if
    end-perform.
    perform varying esc-j from 1 by 1 until esc-j > esc-len
        evaluate esc-in(esc-j:1)
            when '&'
                string "&amp;" delimited by size into esc-out with pointer esc-ptr
            when '<'
                string "&lt;" delimited by size into esc-out with pointer esc-ptr
            when '>'
                string "&gt;" delimited by size into esc-out with pointer esc-ptr
            when '"'
                string "&quot;" delimited by size into esc-out with pointer esc-ptr
            when "'"
                string "&apos;" delimited by size into esc-out with pointer esc-ptr
            when other
                string esc-in(esc-j:1) delimited by size into esc-out with pointer esc-ptr
        end-evaluate
    end-perform.


*> validates key-text structurally and against its check digit, using the
*> same method as the isbnmaint program; leaves key-valid and key-len set
validateKey.
    move 1 to key-valid.
    if key-text(11:3) = spaces then
        move 10 to key-len
    else
        move 13 to key-len
    end-if.
    perform checkKeyDigit
        varying j from 1 by 1
        until j > key-len or key-valid = 0.
    if key-valid = 1 then
        if key-len = 13 then
            perform checkKeySum13
        else
            perform checkKeySum10
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
            move 0 to key-valid
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


*> builds the ISBN-13 form of key-text into norm-isbn: a 13-digit key passes
*> through unchanged, a 10-digit key gets the 978 prefix, its first nine
*> digits and a freshly computed mod-10 check digit - the same conversion
*> the isbn program's convertToISBN13 applies
buildNormIsbn.
    if key-len = 13 then
        move key-text to norm-isbn
    else
        move '978' to norm-isbn(1:3)
        move key-text(1:9) to norm-isbn(4:9)
        perform varying j from 1 by 1 until j > 12
            move norm-isbn(j:1) to ean-digit(j)
        end-perform
        move 0 to ean-sum
        perform varying j from 1 by 1 until j > 12
            if function mod(j,2) = 1 then
                move 1 to k
            else
                move 3 to k
            end-if
            compute ean-product = k * function numval(ean-digit(j))
            compute ean-sum = ean-sum + ean-product
        end-perform
        compute ean-mod = function mod(ean-sum,10)
        if ean-mod = 0 then
            move 0 to ean-check
        else
            compute ean-check = 10 - ean-mod
        end-if
        move ean-check to ean-check-digit
        move ean-check-digit to norm-isbn(13:1)
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


*> the mode can be supplied as a batch parameter (same convention as the
*> isbnload program's direction) so a scheduler run never blocks on the prompt
getRunMode.
    accept ws-mode from environment "ONIX_MODE".
    perform until ws-mode = 'FULL' or ws-mode = 'DELTA'
        display "Export which titles? (FULL = whole catalog, DELTA = changes since the last export): " with no advancing
        accept ws-mode
        move function upper-case(ws-mode) to ws-mode
    end-perform.


*> filenames can be supplied as batch parameters (same convention as the isbn
*> program) so a scheduler run never blocks on a prompt; each falls back to an
*> interactive prompt when its parameter is absent
getFilenames.
    accept ws-master-fname from environment "ONIX_MASTER_FILE".
    if ws-master-fname not = spaces then
        call "CBL_CHECK_FILE_EXIST" using ws-master-fname file-info
        if return-code not = 0 then
            display "Error: ONIX_MASTER_FILE (" function trim(ws-master-fname) ") does not exist. Aborting."
            move 16 to return-code
            stop run
        end-if
        move 0 to master-file-status
    else
        move 1 to master-file-status
    end-if.
    perform getMasterFilename until master-file-status = 0.
    accept ws-range-fname from environment "ONIX_RANGE_FILE".
    if ws-range-fname not = spaces then
        call "CBL_CHECK_FILE_EXIST" using ws-range-fname file-info
        if return-code not = 0 then
            display "Error: ONIX_RANGE_FILE (" function trim(ws-range-fname) ") does not exist. Aborting."
            move 16 to return-code
            stop run
        end-if
        move 0 to range-file-status
    else
        move 1 to range-file-status
    end-if.
    perform getRangeFilename until range-file-status = 0.
    if ws-mode = 'DELTA' then
        accept ws-journal-fname from environment "ONIX_JOURNAL_FILE"
        if ws-journal-fname not = spaces then
            call "CBL_CHECK_FILE_EXIST" using ws-journal-fname file-info
            if return-code not = 0 then
                display "Error: ONIX_JOURNAL_FILE (" function trim(ws-journal-fname) ") does not exist. Aborting."
                move 16 to return-code
                stop run
            end-if
            move 0 to journal-file-status
        else
            move 1 to journal-file-status
        end-if
        perform getJournalFilename until journal-file-status = 0
    end-if.
    *> a DELTA run can't work without the state file, so it is prompted for;
    *> on a FULL run it is optional and, when named, restarts the deltas
    *> from this export
    accept ws-state-fname from environment "ONIX_STATE_FILE".
    if ws-state-fname = spaces and ws-mode = 'DELTA' then
        display "Enter the filename of the export state file: " with no advancing
        accept ws-state-fname
    end-if.
    move spaces to ws-state-tmp-fname.
    string function trim(ws-state-fname) delimited by size
        ".tmp" delimited by size
        into ws-state-tmp-fname.
    accept ws-onix-fname from environment "ONIX_OUTPUT_FILE".
    if ws-onix-fname = spaces then
        display "Enter the filename to write the ONIX message to: " with no advancing
        accept ws-onix-fname
    end-if.
    *> currency and sender name are pure batch parameters: the master holds
    *> dollar prices, and the sender defaults to the catalog department
    accept ws-currency from environment "ONIX_CURRENCY".
    if ws-currency = spaces then
        move "USD" to ws-currency
    end-if.
    accept ws-sender from environment "ONIX_SENDER".
    if ws-sender = spaces then
        move "Catalog Department" to ws-sender
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


getJournalFilename.
    display "Enter the filename of the maintenance journal: " with no advancing.
    accept ws-journal-fname.
    call "CBL_CHECK_FILE_EXIST" using ws-journal-fname file-info.
    move return-code to journal-file-status.
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
    move "isbnonix" to rl-program.
    move function current-date(1:8) to rl-date.
    move function current-date(9:6) to rl-time.
    if ws-mode = 'DELTA' then
        move ws-journal-fname to rl-input
    else
        move ws-master-fname to rl-input
    end-if.
    move ws-onix-fname to rl-output.
    if runlog-type = 'E' then
        move count-read to rl-read
        compute rl-good = count-products + count-deletes
        move count-bad-key to rl-bad
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
    if ws-mode = 'DELTA' then
        display "Journal entries read: " count-journal ", since the last export: " count-in-window
        display "Titles touched since the last export: " count-read
    else
        display "Master records read: " count-read
    end-if.
    display "Products sent: " count-products ", delete notifications: " count-deletes.
    display "Not sent - bad key: " count-bad-key ", ISBN-10/ISBN-13 twin: " count-twins ", added and gone again: " count-transient.
    display "Exiting program...".
    display "------------------------------".


displayProgramInfo.
    display space.
    display "----------------------".
    display "ONIX TITLE EXPORT".
    display "This Cobol program exports the master title file as an ONIX-style XML message,".
    display "either the whole catalog or the changes since the last export.".
    display "----------------------".
