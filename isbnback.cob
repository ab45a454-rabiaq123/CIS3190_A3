*> Program to back out one named isbnmaint run from the before/after-image
*> journal, so a bad transaction file that got through maintenance can be
*> undone without rebuilding the indexed master from an old isbnload
*> extract - and without losing anything a later run applied since. The
*> journal is read once to collect every entry the named run wrote and to
*> note every ISBN a later run (maintenance or backout) has touched since;
*> the named run's entries are then reversed newest-first, each one only
*> when no later run has touched that ISBN and the master still holds
*> exactly the after-image the run left behind. Anything else is refused
*> and listed, never forced. Every reversal is itself journalled (before
*> and after images swapped, tagged with the run it reversed), so the
*> journal stays a complete history and the same run can't be backed out
*> twice. A reversed change that puts a different price back on the master
*> queues a shelf-label reprint, exactly as isbnmaint does when it moves a
*> price, so the shelves stop carrying the price being backed out.

identification division.
program-id. isbnback.

environment division.
input-output section.
file-control.
select journal-file assign to dynamic ws-journal-fname
    organization is line sequential.
select master-file assign to dynamic ws-master-fname
    organization is indexed
    access mode is dynamic
    record key is master-isbn
    *> title and author alternate keys, browsed by the isbnlook inquiry
    alternate record key is master-title with duplicates
    alternate record key is master-author with duplicates
    file status is master-stat.
select backout-file assign to dynamic ws-backout-fname
    organization is line sequential.
*> shelf-label reprint extract: every reversal that moves the master price
*> back queues its labels here, in the same fixed layout the isbnmaint
*> program's reprint extract and the isbn program's barcode export feed the
*> label printer
select reprint-file assign to dynamic ws-reprint-fname
    organization is line sequential.
*> shared operations run log: a start and an end record per run, appended
*> by every program in the nightly chain for the isbnchain status report
select runlog-file assign to dynamic ws-runlog-fname
    organization is line sequential.

data division.
file section.
fd journal-file.
01 journal-record.          *> same layout the isbnmaint program writes
    02 jr-run-id           pic x(16).
    02 jr-seq              pic 9(6).
    02 jr-stamp            pic x(16). *> date/time applied, YYYYMMDDHHMMSSss
    02 jr-action           pic x. *> 'A', 'C' or 'D' as applied to the master
    02 jr-isbn             pic x(13).
    02 jr-before-flag      pic x. *> 'Y' when jr-before holds the record as it stood, 'N' on an add
    02 jr-before           pic x(90).
    02 jr-after-flag       pic x. *> 'Y' when jr-after holds the record as written, 'N' on a delete
    02 jr-after            pic x(90).
    02 jr-backout-of       pic x(16). *> run an isbnback entry reversed; spaces on a maintenance entry

fd master-file.
01 master-record.
    02 master-isbn         pic x(13).
    02 master-title        pic x(40).
    02 master-author       pic x(30).
    02 master-price        pic 9(5)v99.

fd backout-file.
01 backout-record          pic x(200).

fd reprint-file.
01 reprint-record.          *> fixed layout expected by the label printer, same as the isbn program's barcode export
    02 rp-ean              pic x(13). *> Bookland EAN-13 form of the master key
    02 rp-addon.            *> EAN-5 price add-on
        03 rp-addon-ind    pic x. *> '5' = US dollar price, '9' leads 90000 (no prescribed price)
        03 rp-addon-cents  pic 9(4). *> price in cents, 9999 when the price exceeds 99.98
    02 rp-title            pic x(24). *> title short-text from the master record

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
01 ws-journal-fname        pic x(30).
01 ws-master-fname         pic x(30).
01 ws-backout-fname        pic x(30).
01 ws-reprint-fname        pic x(30).
01 ws-backout-ptr          pic 9(3). *> current write position within backout-record
01 ws-target-run           pic x(16). *> the run being backed out
01 ws-run-id               pic x(16). *> identifier this backout's own journal entries carry
01 master-stat             pic x(2). *> file status for the indexed master file
01 journal-file-status     pic 9.
01 master-file-status      pic 9.
01 feof                    pic 9 value 0. *> end-of-file switch for journal-file
01 target-seen             pic 9 value 0. *> 1 once the first entry of the named run has been read
01 num-targets             pic 9(4).
01 target-list.             *> every journal entry the named run wrote, in the order applied
    02 target-entry        occurs 1 to 9999 times depending on num-targets.
        03 tl-seq          pic 9(6).
        03 tl-action       pic x.
        03 tl-isbn         pic x(13).
        03 tl-before-flag  pic x.
        03 tl-before       pic x(90).
        03 tl-after-flag   pic x.
        03 tl-after        pic x(90).
        *> spaces until a later journal entry touches the same ISBN, then
        *> the run that touched it - which is what refuses the reversal
        03 tl-touched-by   pic x(16).
        03 tl-backed-out   pic 9. *> 1 when the later touch was a backout of this very run
01 backout-vars.            *> working variables for the reversal pass
    02 t                   pic 9(4). *> iterator for target-list entries
    02 refuse-reason       pic x(60). *> spaces when the current entry may be reversed
    02 journal-seq         pic 9(6) value 0. *> journal records this backout has written
    02 reverse-action      pic x. *> the master operation that undoes the entry
01 backout-counts.          *> end-of-run tally for the listing trailer
    02 count-entries       pic 9(4) value 0.
    02 count-reversed      pic 9(4) value 0.
    02 count-refused       pic 9(4) value 0.
01 backout-edits.           *> display forms for the backout listing
    02 ed-old-price        pic zz,zz9.99.
    02 ed-new-price        pic zz,zz9.99.
01 j                       pic 9(2). *> iterator for digits of the EAN-13 key
01 k                       pic 9(2). *> EAN-13 digit weight, 1 or 3
01 reprint-vars.            *> working variables for the shelf-label reprint extract
    02 old-price           pic 9(5)v99. *> master price the run had left, before the reversal
    02 count-reprint       pic 9(4) value 0. *> reprint records queued this run
    02 rp-price            pic 9(5)v99. *> master price being encoded into the add-on
01 ean-vars.                *> EAN-13 check-digit work area, same method as the isbn program
    02 ean-digit           pic x occurs 12 times.
    02 ean-sum             pic 9(3) value 0.
    02 ean-mod             pic 9(2) value 0.
    02 ean-check           pic 9(2) value 0.
    02 ean-check-digit     pic 9.
    02 ean-product         pic 9(3) value 0.
01 image-work.              *> one master-record image unpacked for the listing
    02 iw-isbn             pic x(13).
    02 iw-title            pic x(40).
    02 iw-author           pic x(30).
    02 iw-price            pic 9(5)v99.
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
    perform readJournal.
    if target-seen = 0 then
        display "Error: run " function trim(ws-target-run) " has no entries in the journal (" function trim(ws-journal-fname) "). Aborting."
        move 16 to return-code
        stop run
    end-if.
    open i-o master-file.
    if master-stat not = '00' then
        display "Error: could not open master title file (" function trim(ws-master-fname) "), file status " master-stat ". Aborting."
        move 16 to return-code
        stop run
    end-if.
    *> the reversals are journalled too, on the end of the same journal
    open extend journal-file.
    open output backout-file.
    open output reprint-file.
    move spaces to backout-record.
    move 1 to ws-backout-ptr.
    string "MAINTENANCE RUN BACKOUT - run " delimited by size
        function trim(ws-target-run) delimited by size
        into backout-record
        with pointer ws-backout-ptr.
    write backout-record.
    *> newest first: a run that touched the same ISBN twice (an add and a
    *> change, say) has to come undone in the opposite order it went on
    perform backOutOneEntry
        varying t from num-targets by -1
        until t < 1.
    perform writeBackoutTrailer.
    close master-file.
    close journal-file.
    close backout-file.
    close reprint-file.
    perform displayEndMessage.
    *> a partial backout is not a clean run - the scheduler has to see it
    if count-refused > 0 then
        move 25 to return-code
    end-if.
    perform writeRunLogEnd.
stop run.


*> one pass over the journal: collects the named run's entries, and marks
*> every one of them whose ISBN turns up again in any entry written after
*> the run started - a later maintenance run, or a backout of this run
readJournal.
    move 1 to num-targets.
    open input journal-file.
    perform storeJournalEntry until feof = 1.
    close journal-file.
    subtract 1 from num-targets.
    move num-targets to count-entries.


storeJournalEntry.
    read journal-file at end move 1 to feof
        not at end
            if jr-run-id = ws-target-run then
                move 1 to target-seen
                move jr-seq to tl-seq(num-targets)
                move jr-action to tl-action(num-targets)
                move jr-isbn to tl-isbn(num-targets)
                move jr-before-flag to tl-before-flag(num-targets)
                move jr-before to tl-before(num-targets)
                move jr-after-flag to tl-after-flag(num-targets)
                move jr-after to tl-after(num-targets)
                move spaces to tl-touched-by(num-targets)
                move 0 to tl-backed-out(num-targets)
                add 1 to num-targets
                    on size error
                        display "Error: run " function trim(ws-target-run) " journalled more than the 9999-entry capacity. Aborting."
                        move 16 to return-code
                        stop run
                end-add
            else if target-seen = 1 then
                perform markLaterTouch
                    varying t from 1 by 1
                    until t >= num-targets
            end-if
    end-read.


*> a later entry on the same ISBN supersedes the named run's version of
*> that record; only the first later run to touch it is named
markLaterTouch.
    if tl-isbn(t) = jr-isbn and tl-touched-by(t) = spaces then
        move jr-run-id to tl-touched-by(t)
        if jr-backout-of = ws-target-run then
            move 1 to tl-backed-out(t)
        end-if
    end-if.


*> reverses target entry T when it is safe to, or refuses it with a reason
backOutOneEntry.
    move spaces to refuse-reason.
    perform checkReversible.
    if refuse-reason = spaces then
        perform reverseOneEntry
    end-if.
    if refuse-reason = spaces then
        add 1 to count-reversed
        perform writeJournalReversal
        perform writeReversedLine
    else
        add 1 to count-refused
        perform writeRefusedLine
    end-if.


*> decides whether entry T may be reversed: no later run may have touched
*> the ISBN, and the master must still hold exactly what the run left - an
*> after-image for an add or change, no record at all for a delete. the
*> second test also catches a record changed outside maintenance (a fresh
*> isbnload, say), which the journal alone can't see
checkReversible.
    if tl-backed-out(t) = 1 then
        move spaces to refuse-reason
        move 1 to ws-backout-ptr
        string "already backed out by run " delimited by size
            function trim(tl-touched-by(t)) delimited by size
            into refuse-reason
            with pointer ws-backout-ptr
    else if tl-touched-by(t) not = spaces then
        move spaces to refuse-reason
        move 1 to ws-backout-ptr
        string "touched since by later run " delimited by size
            function trim(tl-touched-by(t)) delimited by size
            into refuse-reason
            with pointer ws-backout-ptr
    else
        move tl-isbn(t) to master-isbn
        read master-file
            invalid key
                if tl-after-flag(t) = 'Y' then
                    move "record no longer on the master" to refuse-reason
                end-if
            not invalid key
                if tl-after-flag(t) = 'N' then
                    move "ISBN is back on the master since the delete" to refuse-reason
                else if master-record not = tl-after(t) then
                    move "master no longer matches the run's after-image" to refuse-reason
                end-if
        end-read
    end-if.


*> puts the before-image back: an add is undone by deleting the record, a
*> change by rewriting the record as it stood, a delete by writing it back
reverseOneEntry.
    if tl-before-flag(t) = 'N' then
        move 'D' to reverse-action
        move tl-isbn(t) to master-isbn
        delete master-file record
            invalid key
                move "master file rejected the delete (record gone)" to refuse-reason
        end-delete
    else if tl-after-flag(t) = 'Y' then
        move 'C' to reverse-action
        *> the price the run left on the shelf, so a reversal that really
        *> moves it back can queue fresh labels
        move tl-after(t) to image-work
        move iw-price to old-price
        move tl-before(t) to master-record
        rewrite master-record
            invalid key
                move "master file rejected the rewrite (record gone)" to refuse-reason
        end-rewrite
        if refuse-reason = spaces and master-price not = old-price then
            perform writeReprintRecord
        end-if
    else
        move 'A' to reverse-action
        move tl-before(t) to master-record
        write master-record
            invalid key
                move "master file rejected the restore (duplicate key)" to refuse-reason
        end-write
    end-if.


*> queues one shelf-label reprint record for the restored master record:
*> the Bookland EAN-13 form of the key, the EAN-5 add-on recomputed from
*> the restored price, and the title short-text - the same record the
*> isbnmaint program's writeReprintRecord queues for a price change
writeReprintRecord.
    perform buildReprintEan.
    move master-price to rp-price.
    *> EAN-5 conventions: 5xxxx is a US dollar price in cents, 59999 means
    *> the price exceeds 99.98, 90000 means no prescribed price
    if rp-price = 0 then
        move '9' to rp-addon-ind
        move 0 to rp-addon-cents
    else
        if rp-price > 99.98 then
            move '5' to rp-addon-ind
            move 9999 to rp-addon-cents
        else
            move '5' to rp-addon-ind
            compute rp-addon-cents = rp-price * 100
        end-if
    end-if.
    move master-title(1:24) to rp-title.
    write reprint-record.
    add 1 to count-reprint.


*> builds the EAN-13 form of the master key into rp-ean: a 13-digit key
*> passes through unchanged, a 10-digit key gets the 978 prefix, its first
*> nine digits, and a freshly computed mod-10 check digit - the same
*> conversion the isbn program's convertToISBN13 applies
buildReprintEan.
    if master-isbn(11:1) not = space then
        move master-isbn to rp-ean
    else
        move '978' to rp-ean(1:3)
        move master-isbn(1:9) to rp-ean(4:9)
        perform varying j from 1 by 1 until j > 12
            move rp-ean(j:1) to ean-digit(j)
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
        move ean-check-digit to rp-ean(13:1)
    end-if.


*> journals the reversal as an ordinary entry with the images swapped, so
*> the journal still reads as a complete history of the master and anything
*> downstream of it sees the backout as the change it is
writeJournalReversal.
    move spaces to journal-record.
    add 1 to journal-seq.
    move ws-run-id to jr-run-id.
    move journal-seq to jr-seq.
    move function current-date(1:16) to jr-stamp.
    move reverse-action to jr-action.
    move tl-isbn(t) to jr-isbn.
    move tl-after-flag(t) to jr-before-flag.
    if tl-after-flag(t) = 'Y' then
        move tl-after(t) to jr-before
    end-if.
    move tl-before-flag(t) to jr-after-flag.
    if tl-before-flag(t) = 'Y' then
        move tl-before(t) to jr-after
    end-if.
    move ws-target-run to jr-backout-of.
    write journal-record.


writeReversedLine.
    move spaces to backout-record.
    move 1 to ws-backout-ptr.
    string "reversed " delimited by size
        tl-action(t) delimited by size
        " " delimited by size
        tl-isbn(t) delimited by size
        into backout-record
        with pointer ws-backout-ptr.
    evaluate reverse-action
        when 'D'
            string " - added record deleted" delimited by size
                into backout-record
                with pointer ws-backout-ptr
        when 'A'
            move tl-before(t) to image-work
            string " - deleted record restored: " delimited by size
                function trim(iw-title) delimited by size
                into backout-record
                with pointer ws-backout-ptr
        when other
            move tl-after(t) to image-work
            move iw-price to ed-new-price
            move tl-before(t) to image-work
            move iw-price to ed-old-price
            string " - restored: " delimited by size
                function trim(iw-title) delimited by size
                " @ " delimited by size
                ed-old-price delimited by size
                " (run had left " delimited by size
                ed-new-price delimited by size
                ")" delimited by size
                into backout-record
                with pointer ws-backout-ptr
    end-evaluate.
    write backout-record.


writeRefusedLine.
    move spaces to backout-record.
    move 1 to ws-backout-ptr.
    string "REFUSED  " delimited by size
        tl-action(t) delimited by size
        " " delimited by size
        tl-isbn(t) delimited by size
        " - " delimited by size
        function trim(refuse-reason) delimited by size
        into backout-record
        with pointer ws-backout-ptr.
    write backout-record.


writeBackoutTrailer.
    move spaces to backout-record.
    move 1 to ws-backout-ptr.
    string "journal entries for the run: " delimited by size
        count-entries delimited by size
        "  reversed: " delimited by size
        count-reversed delimited by size
        "  refused: " delimited by size
        count-refused delimited by size
        "  shelf-label reprints queued: " delimited by size
        count-reprint delimited by size
        into backout-record
        with pointer ws-backout-ptr.
    write backout-record.
    move spaces to backout-record.
    move 1 to ws-backout-ptr.
    string "backout journalled as run " delimited by size
        function trim(ws-run-id) delimited by size
        into backout-record
        with pointer ws-backout-ptr.
    write backout-record.


*> filenames can be supplied as batch parameters (same convention as the isbn
*> program) so a scheduler run never blocks on a prompt; each falls back to an
*> interactive prompt when its parameter is absent
getFilenames.
    accept ws-journal-fname from environment "BACKOUT_JOURNAL_FILE".
    if ws-journal-fname not = spaces then
        call "CBL_CHECK_FILE_EXIST" using ws-journal-fname file-info
        if return-code not = 0 then
            display "Error: BACKOUT_JOURNAL_FILE (" function trim(ws-journal-fname) ") does not exist. Aborting."
            move 16 to return-code
            stop run
        end-if
        move 0 to journal-file-status
    else
        move 1 to journal-file-status
    end-if.
    perform getJournalFilename until journal-file-status = 0.
    accept ws-master-fname from environment "BACKOUT_MASTER_FILE".
    if ws-master-fname not = spaces then
        call "CBL_CHECK_FILE_EXIST" using ws-master-fname file-info
        if return-code not = 0 then
            display "Error: BACKOUT_MASTER_FILE (" function trim(ws-master-fname) ") does not exist. Aborting."
            move 16 to return-code
            stop run
        end-if
        move 0 to master-file-status
    else
        move 1 to master-file-status
    end-if.
    perform getMasterFilename until master-file-status = 0.
    accept ws-backout-fname from environment "BACKOUT_REPORT_FILE".
    if ws-backout-fname = spaces then
        display "Enter the filename to write the backout listing to: " with no advancing
        accept ws-backout-fname
    end-if.
    accept ws-reprint-fname from environment "BACKOUT_REPRINT_FILE".
    if ws-reprint-fname = spaces then
        display "Enter the filename to write the shelf-label reprint extract to: " with no advancing
        accept ws-reprint-fname
    end-if.
    accept ws-target-run from environment "BACKOUT_RUN_ID".
    perform getTargetRun until ws-target-run not = spaces.
    *> the backout's own entries are told apart from a maintenance run's by
    *> the leading B, and carry the run they reversed in jr-backout-of
    move spaces to ws-run-id.
    string "B" delimited by size
        function current-date(1:14) delimited by size
        into ws-run-id.


getJournalFilename.
    display "Enter the filename of the before/after-image journal: " with no advancing.
    accept ws-journal-fname.
    call "CBL_CHECK_FILE_EXIST" using ws-journal-fname file-info.
    move return-code to journal-file-status.
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


getTargetRun.
    display "Enter the identifier of the maintenance run to back out: " with no advancing.
    accept ws-target-run.


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
    move "isbnback" to rl-program.
    move function current-date(1:8) to rl-date.
    move function current-date(9:6) to rl-time.
    move ws-journal-fname to rl-input.
    move ws-master-fname to rl-output.
    if runlog-type = 'E' then
        move count-entries to rl-read
        move count-reversed to rl-good
        move count-refused to rl-bad
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
    display "Journal entries for run " function trim(ws-target-run) ": " count-entries.
    display "Reversed: " count-reversed ", refused: " count-refused.
    display "Shelf-label reprints queued: " count-reprint.
    display "Backout journalled as run " function trim(ws-run-id).
    display "Exiting program...".
    display "------------------------------".


displayProgramInfo.
    display space.
    display "----------------------".
    display "MAINTENANCE RUN BACKOUT".
    display "This Cobol program reverses one isbnmaint run from the before/after-image".
    display "journal, refusing any record a later run has touched since.".
    display "----------------------".
