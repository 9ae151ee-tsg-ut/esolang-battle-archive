       >>SOURCE FORMAT IS FREE
id division.
program-id. a-calmaint.
environment division.
input-output section.
file-control.
    select procdate-file assign to "PROCDATE.DAT"
        organization is line sequential
        file status is fs-procdate.
    select calendar-file assign to "CALENDAR.DAT"
        organization is line sequential
        file status is fs-calendar.
    select maint-log assign to "MAINTLOG.DAT"
        organization is line sequential
        file status is fs-log.
    select ledger-file assign to "RUNLEDG.DAT"
        organization is line sequential
        file status is fs-ledger.
data division.
file section.
fd procdate-file.
01 procdate-rec.
    copy procdate.
fd calendar-file.
01 calendar-rec.
    copy calrec.
fd maint-log.
01 log-rec.
    05 log-date pic x(8).
    05 log-user pic x(10).
    05 log-file-name pic x(8).
    05 log-action pic x(10).
    05 log-key pic x(10).
    05 log-old pic x(46).
    05 log-new pic x(46).
fd ledger-file.
01 ledger-rec.
    copy ledgrec.
working-storage section.
1 fs-ledger pic xx.
1 ledger-phase pic x(5).
1 ledger-condition pic x(10) value spaces.
1 ledger-rc pic 99 value 0.
1 fs-procdate pic xx.
1 proc-ctl.
    copy procdate replacing leading ==bus== by ==ctl==.
1 fs-calendar pic xx.
1 fs-log pic xx.
1 proc-date pic x(8).
1 proc-found pic x value "n".
1 user-id pic x(10) value spaces.
1 function-code pic x.
1 action-code pic x.
1 found-flag pic x.
1 log-file-ws pic x(8).
1 log-action-ws pic x(10).
1 log-key-ws pic x(10).
1 old-image pic x(46).
1 new-image pic x(46).
1 work-date pic x(8).
1 work-day-type pic x.
1 work-desc pic x(30).
1 chk-date pic x(8).
1 chk-num pic 9(8).
1 chk-int pic 9(7).
1 dow-work pic 9(7).
1 dow-quot pic 9(7).
1 dow-day pic 9.
1 work-day-flag pic x.
1 nx pic 9(3).
1 c pic 9(4).
1 cal-slot pic 9(4).
1 cal-max pic 9(4) value 1000.
1 cal-count pic 9(4) value 0.
1 calendar-table.
    05 calendar-entry occurs 1000.
        10 tbl-cal-date pic x(8).
        10 tbl-cal-type pic x.
        10 tbl-cal-desc pic x(30).
procedure division.
main-para.
    perform get-proc-date thru proc-date-done.
    move "START" to ledger-phase.
    perform write-ledger.
    display "enter user id: " with no advancing.
    accept user-id.
    if proc-found = "y"
        display "processing date " ctl-proc-date " prior "
            ctl-prior-date " day-end " ctl-dayend-flag " "
            ctl-dayend-date
    end-if.
    display "(s)et processing date, (r)oll forward, "
        "or maintain (c)alendar: " with no advancing.
    accept function-code.
    if function-code = "s" or function-code = "S"
        perform set-date thru set-date-done
    else
        if function-code = "r" or function-code = "R"
            perform roll-date thru roll-date-done
        else
            if function-code = "c" or function-code = "C"
                perform calendar-maint thru calendar-maint-done
            else
                display "unknown function."
                go to noaction-exit
            end-if
        end-if
    end-if.
    move "END" to ledger-phase.
    move "CLEAN" to ledger-condition.
    perform write-ledger.
    stop run.
write-ledger.
    open extend ledger-file.
    if fs-ledger = "35"
        open output ledger-file
    end-if.
    move proc-date to ldg-date.
    move function current-date(9:6) to ldg-time.
    move "a-calmaint" to ldg-program.
    move ledger-phase to ldg-phase.
    move 0 to ldg-run-number.
    move ledger-condition to ldg-condition.
    move ledger-rc to ldg-rc.
    move 0 to ldg-processed.
    move 0 to ldg-skipped.
    move 0 to ldg-masked.
    move 0 to ldg-batch.
    move user-id to ldg-user.
    write ledger-rec.
    close ledger-file.
noaction-exit.
    move "END" to ledger-phase.
    move "NOACTION" to ledger-condition.
    perform write-ledger.
    stop run.
file-error-exit.
    move "END" to ledger-phase.
    move "FILE-ERROR" to ledger-condition.
    move 8 to ledger-rc.
    perform write-ledger.
    stop run.
get-proc-date.
    move function current-date(1:8) to proc-date.
    open input procdate-file.
    if fs-procdate not = "00"
        go to proc-date-missing
    end-if.
    read procdate-file into proc-ctl
        at end
            close procdate-file
            go to proc-date-missing
    end-read.
    close procdate-file.
    move "y" to proc-found.
    move ctl-proc-date to proc-date.
    go to proc-date-done.
proc-date-missing.
    display "processing date file PROCDATE.DAT unavailable, "
        "using system date " proc-date.
    move spaces to proc-ctl.
proc-date-done.
set-date.
    display "enter new processing date (yyyymmdd): "
        with no advancing.
    accept work-date.
    perform edit-work-date.
    perform load-calendar thru calendar-done.
    move work-date to chk-date.
    perform check-work-day.
    if work-day-flag = "n"
        display "not a working day on the calendar " work-date
        go to noaction-exit
    end-if.
    perform build-proc-image.
    move new-image to old-image.
    if proc-found = "y" and ctl-proc-date not = work-date
        move ctl-proc-date to ctl-prior-date
    end-if.
    move work-date to ctl-proc-date.
    move "O" to ctl-dayend-flag.
    move spaces to ctl-dayend-date.
    perform rewrite-procdate thru procdate-rewrite-done.
    perform build-proc-image.
    move "PROCDATE" to log-file-ws.
    move "SET" to log-action-ws.
    move work-date to log-key-ws.
    perform write-log.
    display "processing date set to " ctl-proc-date.
set-date-done.
roll-date.
    if proc-found = "n"
        display "no processing date on file, use set first."
        go to noaction-exit
    end-if.
    if ctl-dayend-flag not = "C"
            or ctl-dayend-date not = ctl-proc-date
        display "day-end not completed cleanly for " ctl-proc-date
            ", processing date not rolled."
        move "END" to ledger-phase
        move "NOTCLEAN" to ledger-condition
        move 4 to ledger-rc
        perform write-ledger
        stop run
    end-if.
    perform load-calendar thru calendar-done.
    perform next-work-day thru next-work-day-done.
    perform build-proc-image.
    move new-image to old-image.
    move ctl-proc-date to ctl-prior-date.
    move chk-date to ctl-proc-date.
    move "O" to ctl-dayend-flag.
    move spaces to ctl-dayend-date.
    perform rewrite-procdate thru procdate-rewrite-done.
    perform build-proc-image.
    move "PROCDATE" to log-file-ws.
    move "ROLL" to log-action-ws.
    move ctl-proc-date to log-key-ws.
    perform write-log.
    display "processing date rolled from " ctl-prior-date " to "
        ctl-proc-date.
roll-date-done.
next-work-day.
    move ctl-proc-date to chk-num.
    compute chk-int = function integer-of-date(chk-num).
    move 0 to nx.
next-work-day-loop.
    add 1 to chk-int.
    add 1 to nx.
    if nx > 366
        display "no working day on the calendar within a year of "
            ctl-proc-date
        go to noaction-exit
    end-if.
    compute chk-num = function date-of-integer(chk-int).
    move chk-num to chk-date.
    perform check-work-day.
    if work-day-flag = "n"
        go to next-work-day-loop
    end-if.
next-work-day-done.
check-work-day.
    move chk-date to chk-num.
    compute dow-work = function integer-of-date(chk-num) - 1.
    divide dow-work by 7 giving dow-quot remainder dow-day.
    if dow-day < 5
        move "y" to work-day-flag
    else
        move "n" to work-day-flag
    end-if.
    perform varying c from 1 by 1 until c > cal-count
        if tbl-cal-date(c) = chk-date
            if tbl-cal-type(c) = "W"
                move "y" to work-day-flag
            else
                move "n" to work-day-flag
            end-if
        end-if
    end-perform.
edit-work-date.
    if work-date not numeric
        display "date must be yyyymmdd."
        go to noaction-exit
    end-if.
    move work-date to chk-num.
    if function test-date-yyyymmdd(chk-num) not = 0
        display "not a valid date " work-date
        go to noaction-exit
    end-if.
build-proc-image.
    move spaces to new-image.
    string ctl-proc-date ctl-prior-date ctl-dayend-flag ctl-dayend-date
        delimited by size into new-image.
rewrite-procdate.
    open output procdate-file.
    if fs-procdate not = "00"
        display "processing date file PROCDATE.DAT not rewritten, "
            "status " fs-procdate
        go to file-error-exit
    end-if.
    write procdate-rec from proc-ctl.
    close procdate-file.
procdate-rewrite-done.
calendar-maint.
    display "(a)dd, (c)hange, or (d)elete calendar day: "
        with no advancing.
    accept action-code.
    if action-code not = "a" and action-code not = "A"
            and action-code not = "c" and action-code not = "C"
            and action-code not = "d" and action-code not = "D"
        display "unknown action."
        go to noaction-exit
    end-if.
    display "enter calendar date (yyyymmdd): " with no advancing.
    accept work-date.
    perform edit-work-date.
    if action-code = "a" or action-code = "A"
            or action-code = "c" or action-code = "C"
        display "enter day type, (W)orking or (H)oliday: "
            with no advancing
        accept work-day-type
        if work-day-type not = "W" and work-day-type not = "H"
            display "day type must be W or H."
            go to noaction-exit
        end-if
        display "enter description: " with no advancing
        accept work-desc
    end-if.
    perform load-calendar thru calendar-done.
    perform find-cal-slot.
    move "CALENDAR" to log-file-ws.
    move work-date to log-key-ws.
    if action-code = "a" or action-code = "A"
        perform add-cal-day
    else
        if action-code = "c" or action-code = "C"
            perform change-cal-day
        else
            perform delete-cal-day
        end-if
    end-if.
    perform rewrite-calendar thru calendar-rewrite-done.
    perform write-log.
    if action-code = "a" or action-code = "A"
        display "calendar day added " work-date
    else
        if action-code = "c" or action-code = "C"
            display "calendar day changed " work-date
        else
            display "calendar day deleted " work-date
        end-if
    end-if.
calendar-maint-done.
load-calendar.
    open input calendar-file.
    if fs-calendar = "35"
        go to calendar-done
    end-if.
    if fs-calendar not = "00"
        display "calendar file CALENDAR.DAT unavailable, status "
            fs-calendar
        go to file-error-exit
    end-if.
calendar-loop.
    read calendar-file
        at end go to calendar-wrap
    end-read.
    if cal-count < cal-max
        add 1 to cal-count
        move cal-date to tbl-cal-date(cal-count)
        move cal-day-type to tbl-cal-type(cal-count)
        move cal-desc to tbl-cal-desc(cal-count)
    else
        display "calendar table full, entry dropped " cal-date
    end-if.
    go to calendar-loop.
calendar-wrap.
    close calendar-file.
calendar-done.
find-cal-slot.
    move 0 to cal-slot.
    move "n" to found-flag.
    perform varying c from 1 by 1
            until c > cal-count or found-flag = "y"
        if tbl-cal-date(c) = work-date
            move "y" to found-flag
            move c to cal-slot
        end-if
    end-perform.
add-cal-day.
    if found-flag = "y"
        display "date already on calendar " work-date
            ", use change instead."
        go to noaction-exit
    end-if.
    if cal-count >= cal-max
        display "calendar table full, entry not added."
        go to noaction-exit
    end-if.
    perform varying c from cal-count by -1
            until c < 1 or tbl-cal-date(c) < work-date
        move calendar-entry(c) to calendar-entry(c + 1)
    end-perform.
    add 1 to c.
    add 1 to cal-count.
    move work-date to tbl-cal-date(c).
    move work-day-type to tbl-cal-type(c).
    move work-desc to tbl-cal-desc(c).
    move spaces to old-image.
    perform build-cal-image.
    move "ADD" to log-action-ws.
change-cal-day.
    if found-flag = "n"
        display "date not on calendar " work-date
        go to noaction-exit
    end-if.
    move spaces to old-image.
    string tbl-cal-date(cal-slot) tbl-cal-type(cal-slot)
        tbl-cal-desc(cal-slot) delimited by size into old-image.
    move work-day-type to tbl-cal-type(cal-slot).
    move work-desc to tbl-cal-desc(cal-slot).
    perform build-cal-image.
    move "CHANGE" to log-action-ws.
delete-cal-day.
    if found-flag = "n"
        display "date not on calendar " work-date
        go to noaction-exit
    end-if.
    move spaces to old-image.
    string tbl-cal-date(cal-slot) tbl-cal-type(cal-slot)
        tbl-cal-desc(cal-slot) delimited by size into old-image.
    perform varying c from cal-slot by 1
            until c >= cal-count
        move calendar-entry(c + 1) to calendar-entry(c)
    end-perform.
    subtract 1 from cal-count.
    move spaces to new-image.
    move "DELETE" to log-action-ws.
build-cal-image.
    move spaces to new-image.
    string work-date work-day-type work-desc
        delimited by size into new-image.
rewrite-calendar.
    open output calendar-file.
    if fs-calendar not = "00"
        display "calendar file CALENDAR.DAT not rewritten, status "
            fs-calendar
        go to file-error-exit
    end-if.
    perform varying c from 1 by 1 until c > cal-count
        move tbl-cal-date(c) to cal-date
        move tbl-cal-type(c) to cal-day-type
        move tbl-cal-desc(c) to cal-desc
        write calendar-rec
    end-perform.
    close calendar-file.
calendar-rewrite-done.
write-log.
    open extend maint-log.
    if fs-log = "35"
        open output maint-log
    end-if.
    move proc-date to log-date.
    move user-id to log-user.
    move log-file-ws to log-file-name.
    move log-action-ws to log-action.
    move log-key-ws to log-key.
    move old-image to log-old.
    move new-image to log-new.
    write log-rec.
    close maint-log.
