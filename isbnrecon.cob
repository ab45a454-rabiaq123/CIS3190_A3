*> open-items file, which would silently forget every outstanding ISBN
select open-tmp-file assign to dynamic ws-open-tmp-fname
    organization is line sequential.
*> shared operations run log: a start and an end record per run, appended
*> by every program in the nightly chain for the isbnchain status report
select runlog-file assign to dynamic ws-runlog-fname
    organization is line sequential.

data division.
file section.
    02 ot-rec-isbn         pic x(13).
    02 ot-rec-date         pic x(8).

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
01 ws-sent-fname           pic x(30).
01 ws-conf-fname           pic x(30).
    02 count-still-open    pic 9(4) value 0. *> open items carried forward again
    02 count-cleared       pic 9(4) value 0. *> open items tonight's confirmations resolved
    02 count-escalate      pic 9(4) value 0. *> open items over the age threshold
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
    perform readSentFile.
    perform readConfFile.
    perform readOpenItems.
    perform writeReconTrailer.
    close recon-file.
    perform displayEndMessage.
    perform writeRunLogEnd.
stop run.


    if trailer-seen = 0 then
        display "Error: valid-file (" function trim(ws-sent-fname) ") has no control trailer - transfer truncated? Aborting."
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
    move "isbnrecon" to rl-program.
    move function current-date(1:8) to rl-date.
    move function current-date(9:6) to rl-time.
    move ws-conf-fname to rl-input.
    move ws-recon-fname to rl-output.
    if runlog-type = 'E' then
        move num-sent to rl-read
        move count-loaded to rl-good
        compute rl-bad = count-unconfirmed + count-unsent
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
