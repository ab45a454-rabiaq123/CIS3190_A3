*> Program to work off the pending-approval queue the isbnmaint program
*> holds its high-impact transactions on (deletes, title changes, large
*> repricings, busy publisher prefixes). An approver - who may not be the
*> person who submitted the transaction - supplies a decision file naming
*> each held item by the maintenance run that held it and its sequence
*> within that run, and whether it is to be released or rejected. Released
*> transactions are added, exactly as they were submitted and followed by
*> their pending reference, to a release file in the isbnmaint transaction
*> layout; the next isbnmaint run on that file applies them through the
*> normal maintenance path, with the usual validation, journal and audit
*> trail, once it has found each one released on the approval log. Rejected
*> transactions are dropped. Every decision taken is appended to that
*> permanent approval log, recording who submitted the transaction, who
*> decided it, when, and the transaction itself; isbnmaint adds an APPLIED
*> record as each released item goes through, or FAILED if it no longer
*> passes validation. Releases already on the release file are carried
*> forward until the log shows them applied or failed, so a second
*> approval run before the maintenance run loses nothing, and the file
*> never grows with items already dealt with. A decision that can't be
*> taken (no such item pending, a second decision for the same item, the
*> approver also being the submitter, or an unknown decision word) is
*> refused and reported, and its item stays pending. Whatever is still
*> pending afterwards is written back to the queue via write-then-rename
*> and listed with its age in days, anything pending longer than the
*> control file's limit flagged as overdue.

identification division.
program-id. isbnappr.

environment division.
input-output section.
file-control.
*> approval thresholds, the same file the isbnmaint program holds by; only
*> the pending age limit is read here
select control-file assign to dynamic ws-control-fname
    organization is line sequential.
*> pending-approval queue the isbnmaint program appends to
select pending-file assign to dynamic ws-pending-fname
    organization is line sequential.
*> the queue as it stands after this run, renamed over pending-file
select pending-tmp-file assign to dynamic ws-pending-tmp-fname
    organization is line sequential.
*> the approver's release/reject decisions
select decision-file assign to dynamic ws-decision-fname
    organization is line sequential.
*> released transactions not yet applied, for the next isbnmaint run
select release-file assign to dynamic ws-release-fname
    organization is line sequential.
*> the release file as it stands after this run, renamed over release-file
select release-tmp-file assign to dynamic ws-release-tmp-fname
    organization is line sequential.
select report-file assign to dynamic ws-report-fname
    organization is line sequential.
*> permanent record of who approved or rejected what, appended every run;
*> read first for the APPLIED and FAILED records isbnmaint leaves
select approval-log-file assign to dynamic ws-log-fname
    organization is line sequential.
*> shared operations run log: a start and an end record per run, appended
*> by every program in the nightly chain for the isbnchain status report
select runlog-file assign to dynamic ws-runlog-fname
    organization is line sequential.

data division.
file section.
fd control-file.
01 control-record.          *> same layout the isbnmaint program reads
    02 mc-keyword          pic x(20). *> only PENDING-AGE-DAYS is used here
    02 filler              pic x.
    02 mc-value            pic x(8).
    02 filler              pic x(51).

fd pending-file.
01 pending-record.          *> same layout the isbnmaint program appends
    02 pd-run-id           pic x(16). *> maintenance run that held the transaction
    02 pd-seq              pic 9(4). *> order it was held within that run
    02 pd-date             pic x(8). *> date held, YYYYMMDD
    02 pd-submitter        pic x(8). *> who submitted the transaction file
    02 pd-why              pic x(50). *> the threshold that held it
    02 pd-trans.                      *> the transaction as submitted, in the isbnmaint trans-record layout
        03 pt-action       pic x. *> 'A', 'C' or 'D'
        03 pt-isbn         pic x(13).
        03 pt-title        pic x(40).
        03 pt-author       pic x(30).
        03 pt-price        pic x(7).

fd pending-tmp-file.
01 pending-tmp-record      pic x(177).

fd decision-file.
01 decision-record.         *> e.g. "RELEASE 20240501123000   0003 price checked with the publisher"
    02 dc-decision         pic x(7). *> RELEASE or REJECT; a blank line or '*' in column 1 is a comment
    02 filler              pic x.
    02 dc-run-id           pic x(16). *> maintenance run id, as the isbnmaint audit's HELD line shows it
    02 filler              pic x.
    02 dc-seq              pic x(4). *> sequence within that run, as the HELD line shows it
    02 dc-seq-num          redefines dc-seq pic 9(4). *> numeric view, usable once dc-seq tests NUMERIC
    02 filler              pic x.
    02 dc-note             pic x(40). *> approver's remark, carried to the approval log
    02 filler              pic x(10).

fd release-file.
01 release-record.          *> same layout as the isbnmaint transaction, pending reference included
    02 rel-trans           pic x(91). *> the transaction as submitted
    02 rel-run-id          pic x(16). *> maintenance run that held it
    02 rel-seq             pic 9(4). *> order it was held within that run
    02 rel-seq-x           redefines rel-seq pic x(4).

fd release-tmp-file.
01 release-tmp-record.      *> same layout as release-record
    02 rt-trans            pic x(91).
    02 rt-run-id           pic x(16).
    02 rt-seq              pic 9(4).

fd report-file.
01 report-record           pic x(200).

fd approval-log-file.
01 approval-log-record.
    02 al-date             pic x(8). *> date decided, YYYYMMDD
    02 filler              pic x.
    02 al-time             pic x(6). *> time decided, HHMMSS
    02 filler              pic x.
    02 al-decision         pic x(7). *> RELEASE or REJECT from this program, APPLIED or FAILED from isbnmaint
    02 filler              pic x.
    02 al-approver         pic x(8). *> who decided it; on an APPLIED or FAILED record, who ran the maintenance
    02 filler              pic x.
    02 al-submitter        pic x(8).
    02 filler              pic x.
    02 al-run-id           pic x(16). *> with al-seq, the pending item decided
    02 filler              pic x.
    02 al-seq              pic 9(4).
    02 al-seq-x            redefines al-seq pic x(4).
    02 filler              pic x.
    02 al-action           pic x.
    02 filler              pic x.
    02 al-isbn             pic x(13).
    02 filler              pic x.
    02 al-held             pic x(8). *> date it was held, YYYYMMDD
    02 filler              pic x.
    02 al-note             pic x(40).
    02 filler              pic x.
    02 al-trans            pic x(91). *> the transaction decided, in the isbnmaint transaction layout

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
01 ws-control-fname        pic x(30). *> spaces when the age limit is left at its default
01 ws-pending-fname        pic x(30).
01 ws-pending-tmp-fname    pic x(35). *> ws-pending-fname plus ".tmp", for the write-then-rename
01 ws-decision-fname       pic x(30).
01 ws-release-fname        pic x(30).
01 ws-release-tmp-fname    pic x(35). *> ws-release-fname plus ".tmp", for the write-then-rename
01 ws-report-fname         pic x(30).
01 ws-log-fname            pic x(30).
01 ws-report-ptr           pic 9(3). *> current write position within report-record
01 ws-approver             pic x(8). *> who is taking the decisions
01 pending-file-status     pic 9.
01 decision-file-status    pic 9.
01 feof                    pic 9 value 0. *> end-of-file switch for control-file
01 feof2                   pic 9 value 0. *> end-of-file switch for decision-file
01 feof3                   pic 9 value 0. *> end-of-file switch for pending-file
01 feof4                   pic 9 value 0. *> end-of-file switch for release-file
01 feof5                   pic 9 value 0. *> end-of-file switch for approval-log-file
01 age-limit               pic 9(3) value 5. *> days pending before an item is reported overdue
01 run-date                pic x(8). *> today, YYYYMMDD
01 run-time                pic x(6). *> now, HHMMSS
01 today-int               pic 9(7). *> today as an integer day number
01 held-int                pic 9(7). *> date held as an integer day number
01 days-pending            pic s9(5).
01 num-decisions           pic 9(4).
01 decision-list.           *> decisions loaded from decision-file
    02 decision-entry      occurs 1 to 9999 times depending on num-decisions.
        03 dl-decision     pic x(7).
        03 dl-run-id       pic x(16).
        03 dl-seq          pic x(4). *> as supplied, for the report
        03 dl-seq-num      pic 9(4). *> numeric form, once dl-seq tests NUMERIC
        03 dl-note         pic x(40).
        03 dl-state        pic x. *> 'V' valid and not yet matched, 'M' matched to a pending item, 'X' refused
        03 dl-why          pic x(50). *> why a refused decision was refused
01 num-carried             pic 9(4).
01 carried-list.            *> releases already on the release file from earlier runs
    02 carried-entry       occurs 1 to 9999 times depending on num-carried.
        03 cr-record       pic x(111). *> the release record as it stands
        03 cr-run-id       pic x(16).
        03 cr-seq          pic x(4).
        03 cr-applied      pic 9. *> 1 once the approval log shows it applied or failed
01 num-outcomes            pic 9(4).
01 outcome-list.            *> decisions taken this run, for the report
    02 outcome-entry       occurs 1 to 9999 times depending on num-outcomes.
        03 oc-decision     pic x(7).
        03 oc-run-id       pic x(16).
        03 oc-seq          pic 9(4).
        03 oc-action       pic x.
        03 oc-isbn         pic x(13).
        03 oc-submitter    pic x(8).
        03 oc-why          pic x(50). *> the threshold that held it
        03 oc-note         pic x(40).
01 num-still               pic 9(4).
01 still-list.              *> items still pending after this run, for the report
    02 still-entry         occurs 1 to 9999 times depending on num-still.
        03 sp-run-id       pic x(16).
        03 sp-seq          pic 9(4).
        03 sp-date         pic x(8).
        03 sp-action       pic x.
        03 sp-isbn         pic x(13).
        03 sp-submitter    pic x(8).
        03 sp-why          pic x(50).
01 appr-vars.               *> working variables for matching
    02 d                   pic 9(4). *> iterator for decision-list entries
    02 dec-x               pic 9(4). *> decision-list row for the current item, 0 if none
    02 o                   pic 9(4). *> iterator for outcome-list entries
    02 p                   pic 9(4). *> iterator for still-list entries
    02 cr                  pic 9(4). *> iterator for carried-list entries
    02 any-listed          pic 9. *> 1 once a report section has a line
01 appr-counts.             *> end-of-run tally for the report trailer
    02 count-pending       pic 9(5) value 0. *> items on the queue at the start
    02 count-decisions     pic 9(5) value 0. *> decisions read
    02 count-released      pic 9(5) value 0.
    02 count-rejected      pic 9(5) value 0.
    02 count-refused       pic 9(5) value 0. *> decisions that could not be taken
    02 count-still         pic 9(5) value 0. *> items left pending
    02 count-overdue       pic 9(5) value 0. *> of which pending longer than the age limit
    02 count-carried       pic 9(5) value 0. *> earlier releases still waiting for isbnmaint
    02 count-cleared       pic 9(5) value 0. *> earlier releases isbnmaint has since applied or failed
01 appr-edits.
    02 ed-days             pic -(4)9.
    02 ed-limit            pic zz9.
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
    move function current-date(9:6) to run-time.
    compute today-int = function integer-of-date(function numval(run-date)).
    if ws-control-fname not = spaces then
        perform readControlFile
    end-if.
    perform readDecisionFile.
    perform readCarriedReleases.
    *> the approval log accumulates across runs, the same way the isbnmaint
    *> journal does
    call "CBL_CHECK_FILE_EXIST" using ws-log-fname file-info.
    if return-code = 0 then
        open extend approval-log-file
    else
        open output approval-log-file
    end-if.
    move 0 to return-code.
    move 1 to num-outcomes.
    move 1 to num-still.
    open input pending-file.
    open output pending-tmp-file.
    open output release-tmp-file.
    perform carryOneRelease
        varying cr from 1 by 1
        until cr > num-carried.
    perform decidePendingItems until feof3 = 1.
    close pending-file.
    close pending-tmp-file.
    close release-tmp-file.
    close approval-log-file.
    subtract 1 from num-outcomes.
    subtract 1 from num-still.
    *> the queue and the release file are only replaced once everything
    *> still pending or released is safely in the new copies
    call "CBL_RENAME_FILE" using ws-release-tmp-fname ws-release-fname.
    call "CBL_RENAME_FILE" using ws-pending-tmp-fname ws-pending-fname.
    perform refuseUnmatchedDecisions.
    open output report-file.
    perform writeReport.
    close report-file.
    perform displayEndMessage.
    perform writeRunLogEnd.
stop run.


*> picks the pending age limit out of the approval control file; the hold
*> thresholds in it are the isbnmaint program's business
readControlFile.
    open input control-file.
    perform storeControlRows until feof = 1.
    close control-file.


storeControlRows.
    read control-file at end move 1 to feof
        not at end
            perform storeOneControlRow
    end-read.


storeOneControlRow.
    if control-record = spaces or control-record(1:1) = '*' then
        continue
    else if mc-keyword = 'PENDING-AGE-DAYS' then
        if function numval(mc-value) > 0 then
            compute age-limit = function numval(mc-value)
        else
            display "Warning: ignoring PENDING-AGE-DAYS that is not a positive number: " function trim(control-record)
        end-if
    else if mc-keyword = 'HOLD-DELETES' or mc-keyword = 'HOLD-TITLE-CHANGES'
        or mc-keyword = 'HOLD-PRICE-PCT' or mc-keyword = 'HOLD-PREFIX-CHANGES'
    then
        continue
    else
        display "Warning: skipping unrecognized control row: " function trim(control-record)
    end-if.


*> loads the approver's decisions. a row that can't be taken as it stands
*> is kept, marked refused, so the report can say why
readDecisionFile.
    move 1 to num-decisions.
    open input decision-file.
    perform storeDecisionRows until feof2 = 1.
    close decision-file.
    subtract 1 from num-decisions.


storeDecisionRows.
    read decision-file at end move 1 to feof2
        not at end
            perform storeOneDecision
    end-read.


storeOneDecision.
    if decision-record = spaces or decision-record(1:1) = '*' then
        continue
    else
        add 1 to count-decisions
        move function upper-case(dc-decision) to dl-decision(num-decisions)
        move dc-run-id to dl-run-id(num-decisions)
        move dc-seq to dl-seq(num-decisions)
        move 0 to dl-seq-num(num-decisions)
        move dc-note to dl-note(num-decisions)
        move 'V' to dl-state(num-decisions)
        move spaces to dl-why(num-decisions)
        perform vetOneDecision
        add 1 to num-decisions
            on size error
                display "Error: decision file holds more than 9999 decisions. Aborting."
                move 16 to return-code
                stop run
        end-add
    end-if.


*> a decision names its item by run id and sequence; the same item decided
*> twice in one file is ambiguous, so the first decision stands and the
*> second is refused
vetOneDecision.
    if dl-decision(num-decisions) not = 'RELEASE' and dl-decision(num-decisions) not = 'REJECT' then
        move 'X' to dl-state(num-decisions)
        move "decision is neither RELEASE nor REJECT" to dl-why(num-decisions)
    else if dc-seq is not numeric or dc-run-id = spaces then
        move 'X' to dl-state(num-decisions)
        move "run id or sequence missing or not numeric" to dl-why(num-decisions)
    else
        move dc-seq-num to dl-seq-num(num-decisions)
        perform varying d from 1 by 1 until d >= num-decisions
            if dl-state(d) = 'V' and dl-run-id(d) = dc-run-id
                and dl-seq-num(d) = dc-seq-num
            then
                move 'X' to dl-state(num-decisions)
                move "second decision for the item - the first stands" to dl-why(num-decisions)
            end-if
        end-perform
    end-if.


*> loads whatever an earlier run left on the release file and checks the
*> approval log for the APPLIED and FAILED records isbnmaint has written
*> since; only the ones still to be applied are carried forward (one that
*> failed is finished with too - it has to be submitted afresh). a first
*> run has no release file and no log yet
readCarriedReleases.
    move 1 to num-carried.
    call "CBL_CHECK_FILE_EXIST" using ws-release-fname file-info.
    if return-code = 0 then
        open input release-file
        perform storeCarriedReleases until feof4 = 1
        close release-file
    end-if.
    subtract 1 from num-carried.
    call "CBL_CHECK_FILE_EXIST" using ws-log-fname file-info.
    if return-code = 0 and num-carried > 0 then
        open input approval-log-file
        perform checkAppliedRows until feof5 = 1
        close approval-log-file
    end-if.
    move 0 to return-code.


storeCarriedReleases.
    read release-file at end move 1 to feof4
        not at end
            perform storeOneCarriedRelease
    end-read.


storeOneCarriedRelease.
    if release-record = spaces then
        continue
    else
        move release-record to cr-record(num-carried)
        move rel-run-id to cr-run-id(num-carried)
        move rel-seq-x to cr-seq(num-carried)
        move 0 to cr-applied(num-carried)
        add 1 to num-carried
            on size error
                display "Error: release file holds more than 9999 releases. Aborting."
                move 16 to return-code
                stop run
        end-add
    end-if.


checkAppliedRows.
    read approval-log-file at end move 1 to feof5
        not at end
            if al-decision = 'APPLIED' or al-decision = 'FAILED' then
                perform markCarriedApplied
            end-if
    end-read.


markCarriedApplied.
    perform varying cr from 1 by 1 until cr > num-carried
        if cr-run-id(cr) = al-run-id and cr-seq(cr) = al-seq-x then
            move 1 to cr-applied(cr)
        end-if
    end-perform.


carryOneRelease.
    if cr-applied(cr) = 1 then
        add 1 to count-cleared
    else
        add 1 to count-carried
        move cr-record(cr) to release-tmp-record
        write release-tmp-record
    end-if.


decidePendingItems.
    read pending-file at end move 1 to feof3
        not at end
            add 1 to count-pending
            perform decideOneItem
    end-read.


*> takes the decision for one pending item, if there is one it can take;
*> otherwise the item goes forward to the new copy of the queue
decideOneItem.
    move 0 to dec-x.
    perform varying d from 1 by 1 until d > num-decisions or dec-x not = 0
        if dl-state(d) = 'V' and dl-run-id(d) = pd-run-id
            and dl-seq-num(d) = pd-seq
        then
            move d to dec-x
        end-if
    end-perform.
    if dec-x = 0 then
        perform keepPending
    else if pd-submitter = ws-approver then
        *> dual control: nobody approves their own transaction
        move 'X' to dl-state(dec-x)
        move "approver submitted the transaction" to dl-why(dec-x)
        perform keepPending
    else
        move 'M' to dl-state(dec-x)
        perform takeDecision
    end-if.


takeDecision.
    if dl-decision(dec-x) = 'RELEASE' then
        move spaces to release-tmp-record
        move pd-trans to rt-trans
        move pd-run-id to rt-run-id
        move pd-seq to rt-seq
        write release-tmp-record
        add 1 to count-released
    else
        add 1 to count-rejected
    end-if.
    perform writeApprovalLog.
    move dl-decision(dec-x) to oc-decision(num-outcomes).
    move pd-run-id to oc-run-id(num-outcomes).
    move pd-seq to oc-seq(num-outcomes).
    move pt-action to oc-action(num-outcomes).
    move pt-isbn to oc-isbn(num-outcomes).
    move pd-submitter to oc-submitter(num-outcomes).
    move pd-why to oc-why(num-outcomes).
    move dl-note(dec-x) to oc-note(num-outcomes).
    add 1 to num-outcomes
        on size error
            display "Error: more than 9999 decisions taken in one run. Aborting."
            move 16 to return-code
            stop run
    end-add.


writeApprovalLog.
    move spaces to approval-log-record.
    move run-date to al-date.
    move run-time to al-time.
    move dl-decision(dec-x) to al-decision.
    move ws-approver to al-approver.
    move pd-submitter to al-submitter.
    move pd-run-id to al-run-id.
    move pd-seq to al-seq.
    move pt-action to al-action.
    move pt-isbn to al-isbn.
    move pd-date to al-held.
    move dl-note(dec-x) to al-note.
    move pd-trans to al-trans.
    write approval-log-record.


keepPending.
    move pending-record to pending-tmp-record.
    write pending-tmp-record.
    add 1 to count-still.
    move pd-run-id to sp-run-id(num-still).
    move pd-seq to sp-seq(num-still).
    move pd-date to sp-date(num-still).
    move pt-action to sp-action(num-still).
    move pt-isbn to sp-isbn(num-still).
    move pd-submitter to sp-submitter(num-still).
    move pd-why to sp-why(num-still).
    add 1 to num-still
        on size error
            display "Error: more than 9999 items still pending. Aborting."
            move 16 to return-code
            stop run
    end-add.


*> a decision still waiting once the whole queue has been read names an
*> item that isn't pending - never held, or already decided in an earlier run
refuseUnmatchedDecisions.
    perform varying d from 1 by 1 until d > num-decisions
        if dl-state(d) = 'V' then
            move 'X' to dl-state(d)
            move "no such item pending" to dl-why(d)
        end-if
    end-perform.
    perform varying d from 1 by 1 until d > num-decisions
        if dl-state(d) = 'X' then
            add 1 to count-refused
        end-if
    end-perform.


writeReport.
    move spaces to report-record.
    move 1 to ws-report-ptr.
    string "MAINTENANCE APPROVAL RUN " delimited by size
        run-date delimited by size
        " " delimited by size
        run-time delimited by size
        "  approver " delimited by size
        ws-approver delimited by size
        into report-record
        with pointer ws-report-ptr.
    write report-record.
    move spaces to report-record.
    write report-record.
    move "released (added to the release file for the next isbnmaint run):" to report-record.
    write report-record.
    move 0 to any-listed.
    perform writeReleasedLine
        varying o from 1 by 1
        until o > num-outcomes.
    if any-listed = 0 then
        move "  none" to report-record
        write report-record
    end-if.
    move "rejected:" to report-record.
    write report-record.
    move 0 to any-listed.
    perform writeRejectedLine
        varying o from 1 by 1
        until o > num-outcomes.
    if any-listed = 0 then
        move "  none" to report-record
        write report-record
    end-if.
    move "decisions refused (the items stay pending):" to report-record.
    write report-record.
    move 0 to any-listed.
    perform writeRefusedLine
        varying d from 1 by 1
        until d > num-decisions.
    if any-listed = 0 then
        move "  none" to report-record
        write report-record
    end-if.
    move age-limit to ed-limit.
    move spaces to report-record.
    move 1 to ws-report-ptr.
    string "still pending (OVERDUE after " delimited by size
        function trim(ed-limit) delimited by size
        " days):" delimited by size
        into report-record
        with pointer ws-report-ptr.
    write report-record.
    perform writeStillPendingLine
        varying p from 1 by 1
        until p > num-still.
    if num-still = 0 then
        move "  none" to report-record
        write report-record
    end-if.
    move spaces to report-record.
    write report-record.
    move spaces to report-record.
    move 1 to ws-report-ptr.
    string "pending at start: " delimited by size
        count-pending delimited by size
        "  decisions: " delimited by size
        count-decisions delimited by size
        "  released: " delimited by size
        count-released delimited by size
        "  rejected: " delimited by size
        count-rejected delimited by size
        "  refused: " delimited by size
        count-refused delimited by size
        into report-record
        with pointer ws-report-ptr.
    write report-record.
    move spaces to report-record.
    move 1 to ws-report-ptr.
    string "still pending: " delimited by size
        count-still delimited by size
        "  overdue: " delimited by size
        count-overdue delimited by size
        "  earlier releases since applied or failed: " delimited by size
        count-cleared delimited by size
        "  still to apply: " delimited by size
        count-carried delimited by size
        into report-record
        with pointer ws-report-ptr.
    write report-record.


writeReleasedLine.
    if oc-decision(o) = 'RELEASE' then
        move 1 to any-listed
        perform writeOutcomeLine
    end-if.


writeRejectedLine.
    if oc-decision(o) = 'REJECT' then
        move 1 to any-listed
        perform writeOutcomeLine
    end-if.


writeOutcomeLine.
    move spaces to report-record.
    move 1 to ws-report-ptr.
    string "  " delimited by size
        function trim(oc-run-id(o)) delimited by size
        "/" delimited by size
        oc-seq(o) delimited by size
        "  " delimited by size
        oc-action(o) delimited by size
        " " delimited by size
        oc-isbn(o) delimited by size
        "  submitted by " delimited by size
        oc-submitter(o) delimited by size
        "  held for " delimited by size
        function trim(oc-why(o)) delimited by size
        into report-record
        with pointer ws-report-ptr.
    if oc-note(o) not = spaces then
        string " - " delimited by size
            function trim(oc-note(o)) delimited by size
            into report-record
            with pointer ws-report-ptr
    end-if.
    write report-record.


writeRefusedLine.
    if dl-state(d) = 'X' then
        move 1 to any-listed
        move spaces to report-record
        move 1 to ws-report-ptr
        string "  " delimited by size
            dl-decision(d) delimited by size
            " " delimited by size
            function trim(dl-run-id(d)) delimited by size
            "/" delimited by size
            dl-seq(d) delimited by size
            " - " delimited by size
            function trim(dl-why(d)) delimited by size
            into report-record
            with pointer ws-report-ptr
        write report-record
    end-if.


*> an item whose held date won't parse can't be aged, so it is flagged
*> rather than quietly carried, as the isbnrecon program does with its
*> open items
writeStillPendingLine.
    move spaces to report-record.
    move 1 to ws-report-ptr.
    string "  " delimited by size
        function trim(sp-run-id(p)) delimited by size
        "/" delimited by size
        sp-seq(p) delimited by size
        "  " delimited by size
        sp-action(p) delimited by size
        " " delimited by size
        sp-isbn(p) delimited by size
        "  submitted by " delimited by size
        sp-submitter(p) delimited by size
        "  held " delimited by size
        sp-date(p) delimited by size
        into report-record
        with pointer ws-report-ptr.
    if sp-date(p) is numeric then
        compute held-int = function integer-of-date(function numval(sp-date(p)))
        compute days-pending = today-int - held-int
        move days-pending to ed-days
        string "  pending " delimited by size
            function trim(ed-days) delimited by size
            " days" delimited by size
            into report-record
            with pointer ws-report-ptr
        if days-pending > age-limit then
            add 1 to count-overdue
            string "  OVERDUE" delimited by size
                into report-record
                with pointer ws-report-ptr
        end-if
    else
        add 1 to count-overdue
        string "  held date unreadable  OVERDUE" delimited by size
            into report-record
            with pointer ws-report-ptr
    end-if.
    string "  for " delimited by size
        function trim(sp-why(p)) delimited by size
        into report-record
        with pointer ws-report-ptr.
    write report-record.


*> filenames can be supplied as batch parameters (same convention as the isbn
*> program) so a scheduler run never blocks on a prompt; each falls back to an
*> interactive prompt when its parameter is absent
getFilenames.
    *> the control file is a pure batch parameter: left unset, items are
    *> reported overdue after five days
    accept ws-control-fname from environment "APPR_CONTROL_FILE".
    if ws-control-fname not = spaces then
        call "CBL_CHECK_FILE_EXIST" using ws-control-fname file-info
        if return-code not = 0 then
            display "Error: APPR_CONTROL_FILE (" function trim(ws-control-fname) ") does not exist. Aborting."
            move 16 to return-code
            stop run
        end-if
    end-if.
    accept ws-pending-fname from environment "APPR_PENDING_FILE".
    if ws-pending-fname not = spaces then
        call "CBL_CHECK_FILE_EXIST" using ws-pending-fname file-info
        if return-code not = 0 then
            display "Error: APPR_PENDING_FILE (" function trim(ws-pending-fname) ") does not exist. Aborting."
            move 16 to return-code
            stop run
        end-if
        move 0 to pending-file-status
    else
        move 1 to pending-file-status
    end-if.
    perform getPendingFilename until pending-file-status = 0.
    move spaces to ws-pending-tmp-fname.
    string function trim(ws-pending-fname) delimited by size
        ".tmp" delimited by size
        into ws-pending-tmp-fname.
    accept ws-decision-fname from environment "APPR_DECISION_FILE".
    if ws-decision-fname not = spaces then
        call "CBL_CHECK_FILE_EXIST" using ws-decision-fname file-info
        if return-code not = 0 then
            display "Error: APPR_DECISION_FILE (" function trim(ws-decision-fname) ") does not exist. Aborting."
            move 16 to return-code
            stop run
        end-if
        move 0 to decision-file-status
    else
        move 1 to decision-file-status
    end-if.
    perform getDecisionFilename until decision-file-status = 0.
    accept ws-approver from environment "APPR_APPROVER".
    if ws-approver = spaces then
        display "Enter your user id (recorded against every decision): " with no advancing
        accept ws-approver
    end-if.
    move function upper-case(ws-approver) to ws-approver.
    *> the release file carries earlier releases forward, so a first run
    *> simply starts it
    accept ws-release-fname from environment "APPR_RELEASE_FILE".
    if ws-release-fname = spaces then
        display "Enter the filename of the release file (created if new): " with no advancing
        accept ws-release-fname
    end-if.
    move spaces to ws-release-tmp-fname.
    string function trim(ws-release-fname) delimited by size
        ".tmp" delimited by size
        into ws-release-tmp-fname.
    accept ws-report-fname from environment "APPR_REPORT_FILE".
    if ws-report-fname = spaces then
        display "Enter the filename to write the approval report to: " with no advancing
        accept ws-report-fname
    end-if.
    accept ws-log-fname from environment "APPR_LOG_FILE".
    if ws-log-fname = spaces then
        display "Enter the filename of the approval log (appended to): " with no advancing
        accept ws-log-fname
    end-if.


getPendingFilename.
    display "Enter the filename of the pending-approval queue: " with no advancing.
    accept ws-pending-fname.
    call "CBL_CHECK_FILE_EXIST" using ws-pending-fname file-info.
    move return-code to pending-file-status.
    if return-code not = 0 then
        display "Error: File does not exist."
    end-if.


getDecisionFilename.
    display "Enter the filename of the approver's decision file: " with no advancing.
    accept ws-decision-fname.
    call "CBL_CHECK_FILE_EXIST" using ws-decision-fname file-info.
    move return-code to decision-file-status.
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
    move "isbnappr" to rl-program.
    move function current-date(1:8) to rl-date.
    move function current-date(9:6) to rl-time.
    move ws-decision-fname to rl-input.
    move ws-release-fname to rl-output.
    if runlog-type = 'E' then
        move count-decisions to rl-read
        compute rl-good = count-released + count-rejected
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
    display "Pending at start: " count-pending ", decisions read: " count-decisions.
    display "Released: " count-released ", rejected: " count-rejected ", refused: " count-refused.
    display "Still pending: " count-still ", overdue: " count-overdue.
    display "Earlier releases since applied or failed: " count-cleared ", still to apply: " count-carried.
    display "Exiting program...".
    display "------------------------------".


displayProgramInfo.
    display space.
    display "----------------------".
    display "MAINTENANCE APPROVAL".
    display "This Cobol program releases or rejects the maintenance transactions held".
    display "for approval, and reports the ones still waiting.".
    display "----------------------".
