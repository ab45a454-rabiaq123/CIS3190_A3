*> problem worth charging back), and history entries cleared because the
*> ISBN finally passed. The history file is replaced via write-then-rename,
*> same as the reconciliation program's open items, so a crash mid-write
*> can never truncate the carried history. The isbnchrg program bills the
*> repeat and chronic rejects back to the suppliers from that history.

identification division.
program-id. isbntrack.
    organization is line sequential.
select track-file assign to dynamic ws-track-fname
    organization is line sequential.
*> shared operations run log: a start and an end record per run, appended
*> by every program in the nightly chain for the isbnchain status report
select runlog-file assign to dynamic ws-runlog-fname
    organization is line sequential.

data division.
file section.
fd track-file.
01 track-record            pic x(200).

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
01 ws-invalid-fname        pic x(30).
01 ws-valid-fname          pic x(30).
    02 count-chronic       pic 9(4) value 0.
    02 count-cleared       pic 9(4) value 0.
    02 count-dormant       pic 9(4) value 0. *> carried entries neither rejected nor passed this cycle
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
    move function current-date(1:8) to run-date.
    perform readInvalidFile.
    perform readValidFile.
    close hist-tmp-file.
    call "CBL_RENAME_FILE" using ws-hist-tmp-fname ws-hist-fname.
    perform displayEndMessage.
    perform writeRunLogEnd.
stop run.


    if trailer-seen = 0 then
        display "Error: invalid-file (" function trim(ws-invalid-fname) ") has no control trailer - transfer truncated? Aborting."
        move 24 to return-code
        perform writeRunLogEnd
        stop run
    end-if.
    if got-count not = exp-count or got-hash not = exp-hash then
        display "  records read " got-count " vs trailer " exp-count ", hash " got-hash " vs trailer " exp-hash
        display "Transfer truncated or corrupted. Aborting."
        move 24 to return-code
        perform writeRunLogEnd
        stop run
    end-if.

    if trailer-seen = 0 then
        display "Error: valid-file (" function trim(ws-valid-fname) ") has no control trailer - transfer truncated? Aborting."
        move 24 to return-code
        perform writeRunLogEnd
        stop run
    end-if.
    if got-count not = exp-count or got-hash not = exp-hash then
        display "  records read " got-count " vs trailer " exp-count ", hash " got-hash " vs trailer " exp-hash
        display "Transfer truncated or corrupted. Aborting."
        move 24 to return-code
        perform writeRunLogEnd
        stop run
    end-if.

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
    move "isbntrack" to rl-program.
    move function current-date(1:8) to rl-date.
    move function current-date(9:6) to rl-time.
    move ws-invalid-fname to rl-input.
    move ws-track-fname to rl-output.
    if runlog-type = 'E' then
        move num-rejects to rl-read
        move count-cleared to rl-good
        compute rl-bad = count-new + count-repeat + count-chronic
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
