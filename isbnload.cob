*> preserves the record layout exactly, so a LOAD followed by an UNLOAD
*> reproduces the flat file it started from (minus any duplicate keys,
*> which LOAD reports and drops rather than loading blind).
*>
*> The pair is also how the master is re-organized when its key structure
*> changes, as it did when the title and author alternate keys were added
*> for the isbnlook inquiry: UNLOAD the file with the programs built for the
*> old key structure, then LOAD the extract into a new file with these, so
*> every record is re-keyed on the way in. Every program that opens the
*> master declares the same keys, so they all move to the new file at once.

identification division.
program-id. isbnload.
    organization is indexed
    access mode is dynamic
    record key is ix-isbn
    *> title and author alternate keys, browsed by the isbnlook inquiry
    alternate record key is ix-title with duplicates
    alternate record key is ix-author with duplicates
    file status is ix-status.
*> shared operations run log: a start and an end record per run, appended
*> by every program in the nightly chain for the isbnchain status report
select runlog-file assign to dynamic ws-runlog-fname
    organization is line sequential.

data division.
file section.
    02 ix-author           pic x(30).
    02 ix-price            pic 9(5)v99.

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
01 ws-flat-fname           pic x(30).
01 ws-indexed-fname        pic x(30).
    02 count-read          pic 9(6) value 0.
    02 count-written       pic 9(6) value 0.
    02 count-dropped       pic 9(6) value 0. *> duplicate keys LOAD refused to load
01 ws-runlog-fname         pic x(30). *> spaces when no run log is kept
01 runlog-type             pic x. *> 'S' or 'E', the record being appended
01 runlog-saved-rc         pic s9(4). *> RETURN-CODE saved across the run-log existence probe
01 file-info.
    02 file-size           pic x(8) comp-x.
    02 file-date.
    perform displayProgramInfo.
    perform getRunMode.
    perform getFilenames.
    perform writeRunLogStart.
    if ws-mode = 'LOAD' then
        perform loadMaster
    else
        perform unloadMaster
    end-if.
    perform displayEndMessage.
    perform writeRunLogEnd.
stop run.


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
    move "isbnload" to rl-program.
    move function current-date(1:8) to rl-date.
    move function current-date(9:6) to rl-time.
    if ws-mode = 'LOAD' then
        move ws-flat-fname to rl-input
        move ws-indexed-fname to rl-output
    else
        move ws-indexed-fname to rl-input
        move ws-flat-fname to rl-output
    end-if.
    if runlog-type = 'E' then
        move count-read to rl-read
        move count-written to rl-good
        move count-dropped to rl-bad
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
