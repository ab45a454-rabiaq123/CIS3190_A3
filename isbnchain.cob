*> Program to report the overnight batch chain from the shared operations run
*> log, so operations can sign the cycle off from one page instead of paging
*> back through each program's console end message. Every program in the
*> chain appends a start record and an end record (with its resolved
*> filenames, key record counts and final RETURN-CODE) to the log named by
*> ISBN_RUNLOG_FILE. This program takes the records for one night - from the
*> window start on the night's date to the window end the next morning -
*> and checks them against an expected chain-order control file, flagging
*> every step that is missing, started out of order, abended (a start with
*> no end, or a failing code) or ended over tolerance (the 20-29 codes the
*> programs use for a tolerance or control breach). Programs that ran but
*> are not in the expected chain are listed too. The report ends with a
*> clean/attention status line and a sign-off line.

identification division.
program-id. isbnchain.

environment division.
input-output section.
file-control.
select runlog-file assign to dynamic ws-runlog-fname
    organization is line sequential.
*> expected chain order: one program per line, in the order it should run
select order-file assign to dynamic ws-order-fname
    organization is line sequential.
select chain-file assign to dynamic ws-chain-fname
    organization is line sequential.

data division.
file section.
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

fd order-file.
01 order-record.            *> e.g. "isbnrecv   O": a program name, optionally flagged optional
    02 co-program          pic x(10). *> program name as it logs itself
    02 filler              pic x.
    02 co-optional         pic x. *> 'O' when the step only runs some nights; blank when required
    02 filler              pic x(68). *> free text, e.g. what the step does

fd chain-file.
01 chain-record            pic x(200).

working-storage section.
01 ws-runlog-fname         pic x(30).
01 ws-order-fname          pic x(30).
01 ws-chain-fname          pic x(30).
01 ws-night-x              pic x(8). *> night to report, YYYYMMDD, as supplied
01 ws-window-start-x       pic x(6). *> window start on the night's date, HHMMSS
01 ws-window-end-x         pic x(6). *> window end the next morning, HHMMSS
01 ws-chain-ptr            pic 9(3). *> current write position within chain-record
01 runlog-file-status      pic 9.
01 order-file-status       pic 9.
01 feof                    pic 9 value 0. *> end-of-file switch for runlog-file
01 feof2                   pic 9 value 0. *> end-of-file switch for order-file
01 window-vars.             *> the night's reporting window
    02 night-date          pic x(8).
    02 night-date-n        redefines night-date pic 9(8).
    02 morning-date        pic x(8). *> the calendar day after night-date
    02 morning-date-n      redefines morning-date pic 9(8).
    02 window-lo           pic x(14). *> night-date + window start, YYYYMMDDHHMMSS
    02 window-hi           pic x(14). *> morning-date + window end
    02 log-stamp           pic x(14). *> stamp of the log record being tested
    02 day-int             pic 9(7). *> integer day number for the date arithmetic
01 num-steps               pic 9(2).
01 step-list.               *> expected chain, in order
    02 step-entry          occurs 1 to 99 times depending on num-steps.
        03 step-program    pic x(10).
        03 step-optional   pic x.
        03 step-first      pic 9(3). *> run-list row of the step's first run, 0 if it never ran
        03 step-last       pic 9(3). *> run-list row of the step's last run
        03 step-runs       pic 9(3). *> how many times it ran in the window
01 num-runs                pic 9(3).
01 run-list.                *> one row per run found in the window, in log order
    02 run-entry           occurs 1 to 999 times depending on num-runs.
        03 run-program     pic x(10).
        03 run-started     pic 9. *> 1 when a start record was seen
        03 run-ended       pic 9. *> 1 when an end record was seen
        03 run-start-time  pic x(6).
        03 run-end-time    pic x(6).
        03 run-input       pic x(30).
        03 run-output      pic x(30).
        03 run-read        pic 9(7).
        03 run-good        pic 9(7).
        03 run-bad         pic 9(7).
        03 run-rc          pic 9(4).
        03 run-expected    pic 9. *> 1 when the program is in the expected chain
01 chain-vars.              *> working variables for checking the chain
    02 s                   pic 9(2). *> iterator for step-list entries
    02 r                   pic 9(3). *> iterator for run-list entries
    02 run-x               pic 9(3). *> run-list row matched to an end record
    02 prior-first         pic 9(3). *> latest first-run row among the earlier steps that ran
    02 prior-program       pic x(10). *> the step that row belongs to
    02 step-flagged        pic 9. *> 1 when the current step needs attention
    02 step-status         pic x(60).
    02 step-note           pic x(60). *> second finding on the same step, e.g. out of order as well
01 chain-counts.            *> end-of-run tally for the report trailer
    02 count-log-read      pic 9(7) value 0.
    02 count-in-window     pic 9(7) value 0.
    02 count-clean         pic 9(3) value 0.
    02 count-missing       pic 9(3) value 0.
    02 count-out-of-order  pic 9(3) value 0.
    02 count-abended       pic 9(3) value 0.
    02 count-breach        pic 9(3) value 0.
    02 count-unexpected    pic 9(3) value 0.
    02 count-flagged       pic 9(3) value 0.
01 chain-edits.             *> display forms for the chain report
    02 ed-step             pic z9.
    02 ed-count            pic z,zzz,zz9.
    02 ed-rc               pic zzz9.
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
    perform getWindow.
    perform readOrderFile.
    perform readRunLog.
    perform matchStepsToRuns.
    open output chain-file.
    move spaces to chain-record.
    move 1 to ws-chain-ptr.
    string "OVERNIGHT CHAIN STATUS - night of " delimited by size
        night-date delimited by size
        "  (window " delimited by size
        window-lo delimited by size
        " to " delimited by size
        window-hi delimited by size
        ")" delimited by size
        into chain-record
        with pointer ws-chain-ptr.
    write chain-record.
    move "expected chain, in order:" to chain-record.
    write chain-record.
    move 0 to prior-first.
    move spaces to prior-program.
    perform checkOneStep
        varying s from 1 by 1
        until s > num-steps.
    move "programs run that are not in the expected chain:" to chain-record.
    write chain-record.
    perform listUnexpectedRun
        varying r from 1 by 1
        until r > num-runs.
    if count-unexpected = 0 then
        move "  none" to chain-record
        write chain-record
    end-if.
    perform writeChainTrailer.
    close chain-file.
    perform displayEndMessage.
stop run.


*> works out the night's window. the night defaults to yesterday, which is
*> what a morning sign-off wants; the window runs from the start time on
*> that date to the end time the next morning
getWindow.
    accept ws-night-x from environment "CHAIN_NIGHT".
    if ws-night-x = spaces then
        display "Enter the night to report on (YYYYMMDD, blank for last night): " with no advancing
        accept ws-night-x
    end-if.
    if ws-night-x = spaces then
        compute day-int = function integer-of-date(function numval(function current-date(1:8))) - 1
        compute night-date-n = function date-of-integer(day-int)
    else
        if ws-night-x is not numeric then
            display "Error: night (" ws-night-x ") is not a YYYYMMDD date. Aborting."
            move 16 to return-code
            stop run
        end-if
        move ws-night-x to night-date
    end-if.
    compute day-int = function integer-of-date(night-date-n) + 1.
    compute morning-date-n = function date-of-integer(day-int).
    *> the window bounds are pure batch parameters - left unset the night
    *> runs from 18:00 to noon, which takes in a chain that overruns into
    *> the morning without catching the next evening's first step
    accept ws-window-start-x from environment "CHAIN_WINDOW_START".
    if ws-window-start-x = spaces or ws-window-start-x is not numeric then
        move "180000" to ws-window-start-x
    end-if.
    accept ws-window-end-x from environment "CHAIN_WINDOW_END".
    if ws-window-end-x = spaces or ws-window-end-x is not numeric then
        move "120000" to ws-window-end-x
    end-if.
    move night-date to window-lo(1:8).
    move ws-window-start-x to window-lo(9:6).
    move morning-date to window-hi(1:8).
    move ws-window-end-x to window-hi(9:6).


readOrderFile.
    move 1 to num-steps.
    open input order-file.
    perform storeOrderRows until feof2 = 1.
    close order-file.
    subtract 1 from num-steps.
    if num-steps = 0 then
        display "Error: chain-order file (" function trim(ws-order-fname) ") names no programs. Aborting."
        move 16 to return-code
        stop run
    end-if.


storeOrderRows.
    read order-file at end move 1 to feof2
        not at end
            perform storeOneOrderRow
    end-read.


*> a blank line or one starting '*' is a comment in the control file
storeOneOrderRow.
    if co-program = spaces or co-program(1:1) = '*' then
        continue
    else
        move co-program to step-program(num-steps)
        move co-optional to step-optional(num-steps)
        move 0 to step-first(num-steps)
        move 0 to step-last(num-steps)
        move 0 to step-runs(num-steps)
        add 1 to num-steps
            on size error
                display "Error: chain-order file exceeds the 99-step capacity. Aborting."
                move 16 to return-code
                stop run
        end-add
    end-if.


*> loads the runs inside the window, in log order - the log is only ever
*> appended to, so log order is the order the steps actually ran. a start
*> record opens a run row; an end record closes the latest open row for the
*> same program (or, if its start fell before the window or never got
*> written, stands as a row of its own)
readRunLog.
    move 1 to num-runs.
    open input runlog-file.
    perform storeRunLogRecords until feof = 1.
    close runlog-file.
    subtract 1 from num-runs.


storeRunLogRecords.
    read runlog-file at end move 1 to feof
        not at end
            add 1 to count-log-read
            move rl-date to log-stamp(1:8)
            move rl-time to log-stamp(9:6)
            if log-stamp >= window-lo and log-stamp < window-hi then
                add 1 to count-in-window
                perform storeOneRunLogRecord
            end-if
    end-read.


storeOneRunLogRecord.
    if rl-type = 'S' then
        perform addRunRow
        move 1 to run-started(num-runs)
        move rl-time to run-start-time(num-runs)
        perform addRunRowEnd
    else if rl-type = 'E' then
        move 0 to run-x
        perform varying r from num-runs by -1 until r < 1 or run-x not = 0
            if r < num-runs and run-program(r) = rl-program
                and run-started(r) = 1 and run-ended(r) = 0
            then
                move r to run-x
            end-if
        end-perform
        if run-x = 0 then
            perform addRunRow
            perform addRunRowEnd
            move num-runs to run-x
            subtract 1 from run-x
        end-if
        move 1 to run-ended(run-x)
        move rl-time to run-end-time(run-x)
        move rl-read to run-read(run-x)
        move rl-good to run-good(run-x)
        move rl-bad to run-bad(run-x)
        move rl-rc to run-rc(run-x)
    else
        display "Warning: skipping run-log record of unknown type: " function trim(runlog-record)
    end-if.


*> fills the open row at num-runs from the current log record
addRunRow.
    move rl-program to run-program(num-runs).
    move 0 to run-started(num-runs).
    move 0 to run-ended(num-runs).
    move spaces to run-start-time(num-runs).
    move spaces to run-end-time(num-runs).
    move rl-input to run-input(num-runs).
    move rl-output to run-output(num-runs).
    move 0 to run-read(num-runs).
    move 0 to run-good(num-runs).
    move 0 to run-bad(num-runs).
    move 0 to run-rc(num-runs).
    move 0 to run-expected(num-runs).


*> moves num-runs on past the row just filled, so it always points at the
*> next free row while the log is loading
addRunRowEnd.
    add 1 to num-runs
        on size error
            display "Error: run log holds more than 999 runs in the window. Aborting."
            move 16 to return-code
            stop run
    end-add.


*> ties every run to its expected step, noting each step's first and last run
matchStepsToRuns.
    perform varying r from 1 by 1 until r > num-runs
        perform varying s from 1 by 1 until s > num-steps
            if run-program(r) = step-program(s) then
                move 1 to run-expected(r)
                add 1 to step-runs(s)
                if step-first(s) = 0 then
                    move r to step-first(s)
                end-if
                move r to step-last(s)
            end-if
        end-perform
    end-perform.


*> decides the status of expected step S from its last run, checks its
*> first run started after every earlier step's, and writes its line
checkOneStep.
    move 0 to step-flagged.
    move spaces to step-status.
    move spaces to step-note.
    if step-runs(s) = 0 then
        perform checkMissingStep
    else
        move step-last(s) to r
        perform checkStepOutcome
        if step-first(s) < prior-first then
            move 1 to step-flagged
            add 1 to count-out-of-order
            move spaces to step-note
            string "OUT OF ORDER - started before " delimited by size
                function trim(prior-program) delimited by size
                into step-note
            if step-status = "ok" then
                move step-note to step-status
                move spaces to step-note
            end-if
        else
            move step-first(s) to prior-first
            move step-program(s) to prior-program
        end-if
    end-if.
    if step-flagged = 1 then
        add 1 to count-flagged
    else if step-runs(s) > 0 then
        add 1 to count-clean
    end-if.
    perform writeStepLine.


checkMissingStep.
    if step-optional(s) = 'O' then
        move "not run (optional step)" to step-status
    else
        move 1 to step-flagged
        add 1 to count-missing
        move "MISSING - no run in the window" to step-status
    end-if.


*> a run with a start but no end record died before it could write one - an
*> abort via STOP RUN or a hard failure; 20-29 is the tolerance/control
*> breach band; any other non-zero code is treated as a failed step
checkStepOutcome.
    move run-rc(r) to ed-rc.
    if run-ended(r) = 0 then
        move 1 to step-flagged
        add 1 to count-abended
        move "ABENDED - start record with no end record" to step-status
    else if run-rc(r) >= 20 and run-rc(r) <= 29 then
        move 1 to step-flagged
        add 1 to count-breach
        string "OVER TOLERANCE - return code " delimited by size
            function trim(ed-rc) delimited by size
            into step-status
    else if run-rc(r) not = 0 then
        move 1 to step-flagged
        add 1 to count-abended
        string "ABENDED - return code " delimited by size
            function trim(ed-rc) delimited by size
            into step-status
    else if run-started(r) = 0 then
        move "ok (end record only - start fell outside the window)" to step-status
    else
        move "ok" to step-status
    end-if.


writeStepLine.
    move spaces to chain-record.
    move 1 to ws-chain-ptr.
    move s to ed-step.
    string "  " delimited by size
        ed-step delimited by size
        "  " delimited by size
        step-program(s) delimited by size
        "  " delimited by size
        function trim(step-status) delimited by size
        into chain-record
        with pointer ws-chain-ptr.
    if step-note not = spaces then
        string "; " delimited by size
            function trim(step-note) delimited by size
            into chain-record
            with pointer ws-chain-ptr
    end-if.
    if step-runs(s) > 1 then
        move step-runs(s) to ed-count
        string "  (" delimited by size
            function trim(ed-count) delimited by size
            " runs, last shown)" delimited by size
            into chain-record
            with pointer ws-chain-ptr
    end-if.
    write chain-record.
    if step-runs(s) > 0 then
        move step-last(s) to r
        perform writeRunDetail
    end-if.


*> second line under a step or unexpected program: times, files and counts
writeRunDetail.
    move spaces to chain-record.
    move 1 to ws-chain-ptr.
    string "        start " delimited by size
        run-start-time(r) delimited by size
        "  end " delimited by size
        run-end-time(r) delimited by size
        "  in " delimited by size
        function trim(run-input(r)) delimited by size
        "  out " delimited by size
        function trim(run-output(r)) delimited by size
        into chain-record
        with pointer ws-chain-ptr.
    if run-ended(r) = 1 then
        move run-rc(r) to ed-rc
        string "  read " delimited by size
            run-read(r) delimited by size
            "  good " delimited by size
            run-good(r) delimited by size
            "  bad " delimited by size
            run-bad(r) delimited by size
            "  rc " delimited by size
            function trim(ed-rc) delimited by size
            into chain-record
            with pointer ws-chain-ptr
    end-if.
    write chain-record.


listUnexpectedRun.
    if run-expected(r) = 0 then
        add 1 to count-unexpected
        move spaces to chain-record
        move 1 to ws-chain-ptr
        string "  " delimited by size
            run-program(r) delimited by size
            into chain-record
            with pointer ws-chain-ptr
        if run-ended(r) = 0 then
            string "  (no end record)" delimited by size
                into chain-record
                with pointer ws-chain-ptr
        end-if
        write chain-record
        perform writeRunDetail
    end-if.


writeChainTrailer.
    move spaces to chain-record.
    move 1 to ws-chain-ptr.
    move num-steps to ed-step.
    string "steps expected: " delimited by size
        ed-step delimited by size
        "  clean: " delimited by size
        count-clean delimited by size
        "  missing: " delimited by size
        count-missing delimited by size
        "  out of order: " delimited by size
        count-out-of-order delimited by size
        "  abended: " delimited by size
        count-abended delimited by size
        "  over tolerance: " delimited by size
        count-breach delimited by size
        "  not in chain: " delimited by size
        count-unexpected delimited by size
        into chain-record
        with pointer ws-chain-ptr.
    write chain-record.
    move spaces to chain-record.
    move 1 to ws-chain-ptr.
    string "run-log records read: " delimited by size
        count-log-read delimited by size
        "  in the window: " delimited by size
        count-in-window delimited by size
        into chain-record
        with pointer ws-chain-ptr.
    write chain-record.
    move spaces to chain-record.
    move 1 to ws-chain-ptr.
    if count-flagged = 0 then
        move "CHAIN STATUS: CLEAN - the overnight cycle can be signed off" to chain-record
    else
        move count-flagged to ed-rc
        string "CHAIN STATUS: ATTENTION - " delimited by size
            function trim(ed-rc) delimited by size
            " step(s) flagged above; resolve before signing off" delimited by size
            into chain-record
            with pointer ws-chain-ptr
    end-if.
    write chain-record.
    move "signed off by: ______________________   date/time: ______________" to chain-record.
    write chain-record.


*> filenames can be supplied as batch parameters (same convention as the isbn
*> program) so a scheduler run never blocks on a prompt; each falls back to an
*> interactive prompt when its parameter is absent
getFilenames.
    accept ws-runlog-fname from environment "CHAIN_RUNLOG_FILE".
    if ws-runlog-fname not = spaces then
        call "CBL_CHECK_FILE_EXIST" using ws-runlog-fname file-info
        if return-code not = 0 then
            display "Error: CHAIN_RUNLOG_FILE (" function trim(ws-runlog-fname) ") does not exist. Aborting."
            move 16 to return-code
            stop run
        end-if
        move 0 to runlog-file-status
    else
        move 1 to runlog-file-status
    end-if.
    perform getRunlogFilename until runlog-file-status = 0.
    accept ws-order-fname from environment "CHAIN_ORDER_FILE".
    if ws-order-fname not = spaces then
        call "CBL_CHECK_FILE_EXIST" using ws-order-fname file-info
        if return-code not = 0 then
            display "Error: CHAIN_ORDER_FILE (" function trim(ws-order-fname) ") does not exist. Aborting."
            move 16 to return-code
            stop run
        end-if
        move 0 to order-file-status
    else
        move 1 to order-file-status
    end-if.
    perform getOrderFilename until order-file-status = 0.
    accept ws-chain-fname from environment "CHAIN_REPORT_FILE".
    if ws-chain-fname = spaces then
        display "Enter the filename to write the chain-status report to: " with no advancing
        accept ws-chain-fname
    end-if.


getRunlogFilename.
    display "Enter the filename of the operations run log: " with no advancing.
    accept ws-runlog-fname.
    call "CBL_CHECK_FILE_EXIST" using ws-runlog-fname file-info.
    move return-code to runlog-file-status.
    if return-code not = 0 then
        display "Error: File does not exist."
    end-if.


getOrderFilename.
    display "Enter the filename of the expected chain-order file: " with no advancing.
    accept ws-order-fname.
    call "CBL_CHECK_FILE_EXIST" using ws-order-fname file-info.
    move return-code to order-file-status.
    if return-code not = 0 then
        display "Error: File does not exist."
    end-if.


displayEndMessage.
    display space.
    display "------------------------------".
    display "Night of " night-date ": steps expected " num-steps ", clean " count-clean ", flagged " count-flagged.
    display "Missing: " count-missing ", out of order: " count-out-of-order ", abended: " count-abended ", over tolerance: " count-breach.
    display "Exiting program...".
    display "------------------------------".


displayProgramInfo.
    display space.
    display "----------------------".
    display "OVERNIGHT CHAIN STATUS REPORT".
    display "This Cobol program checks one night's operations run log against the expected".
    display "chain order and flags missing, out-of-order, abended and over-tolerance steps.".
    display "----------------------".
