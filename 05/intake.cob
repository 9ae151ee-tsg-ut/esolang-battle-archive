       >>SOURCE FORMAT IS FREE
id division.
program-id. a-intake.
environment division.
input-output section.
file-control.
    select sched-file assign to "FEEDSCHED.DAT"
        organization is line sequential
        file status is fs-sched.
    select feed-file assign using feed-name
        organization is line sequential
        file status is fs-feed.
    select hist-file assign to "FEEDHIST.DAT"
        organization is line sequential
        file status is fs-hist.
    select trans-file assign to "TRANS.DAT"
        organization is line sequential
        file status is fs-trans.
    select feedmap-file assign to "FEEDMAP.DAT"
        organization is line sequential
        file status is fs-feedmap.
    select feed-report assign to "FEEDRPT.DAT"
        organization is line sequential.
    select procdate-file assign to "PROCDATE.DAT"
        organization is line sequential
        file status is fs-procdate.
    select ledger-file assign to "RUNLEDG.DAT"
        organization is line sequential
        file status is fs-ledger.
data division.
file section.
fd sched-file.
01 sched-rec.
    05 sch-date pic x(8).
    05 sch-feed-id pic x(8).
    05 sch-file-name pic x(30).
    05 sch-cutoff pic x(6).
fd feed-file.
01 feed-rec pic x(50).
fd hist-file.
01 hist-rec.
    05 hist-date pic x(8).
    05 hist-time pic x(6).
    05 hist-feed-id pic x(8).
    05 hist-status pic x(8).
    05 hist-reason pic x(12).
    05 hist-lines pic 9(9).
    05 hist-hash pic 9(9).
    05 hist-batches pic 9(5).
    05 hist-header pic x(50).
fd trans-file.
01 trans-rec pic x(50).
fd feedmap-file.
01 feedmap-rec.
    copy feedmap.
fd feed-report.
01 report-rec pic x(100).
fd procdate-file.
01 procdate-rec.
    copy procdate.
fd ledger-file.
01 ledger-rec.
    copy ledgrec.
working-storage section.
1 fs-ledger pic xx.
1 fs-procdate pic xx.
1 proc-date pic x(8).
1 ledger-phase pic x(5).
1 ledger-condition pic x(10) value spaces.
1 ledger-rc pic 99 value 0.
1 fs-sched pic xx.
1 fs-feed pic xx.
1 fs-hist pic xx.
1 fs-trans pic xx.
1 fs-feedmap pic xx.
1 feed-name pic x(30).
1 answer pic x.
1 merge-flag pic x value "n".
1 work-feed-id pic x(8).
1 rebuild-flag pic x value "n".
1 merge-held-flag pic x value "n".
1 file-error-flag pic x value "n".
1 now-time pic x(6).
1 p pic x(50).
1 p-fields redefines p.
    copy detrec.
1 e-fields redefines p.
    05 filler pic x.
    05 trl-count pic 9(9).
    05 trl-hash pic 9(9).
    05 filler pic x(31).
1 batch-open-flag pic x.
1 trailer-flag pic x.
1 batch-count pic 9(9).
1 batch-hash pic 9(9).
1 rec-hash pic 9(5).
1 hx pic 99.
1 reason-work pic x(12).
1 f pic 9(3).
1 feed-slot pic 9(3).
1 feed-hit pic x.
1 sched-max pic 9(3) value 200.
1 sched-count pic 9(3) value 0.
1 sched-table.
    05 sched-entry occurs 200.
        10 tbl-feed-id pic x(8).
        10 tbl-file pic x(30).
        10 tbl-cutoff pic x(6).
        10 tbl-arrived pic x.
        10 tbl-seen pic x(6).
        10 tbl-new-seen pic x.
        10 tbl-merged pic x.
        10 tbl-merged-now pic x.
        10 tbl-status pic x(8).
        10 tbl-reason pic x(12).
        10 tbl-lines pic 9(9).
        10 tbl-details pic 9(9).
        10 tbl-hash pic 9(9).
        10 tbl-batches pic 9(5).
        10 tbl-header pic x(50).
1 cnt-arrived pic 9(5) value 0.
1 cnt-accepted pic 9(5) value 0.
1 cnt-late pic 9(5) value 0.
1 cnt-missing pic 9(5) value 0.
1 cnt-awaited pic 9(5) value 0.
1 cnt-rejected pic 9(5) value 0.
1 cnt-earlier pic 9(5) value 0.
1 tot-feeds pic 9(5) value 0.
1 tot-batches pic 9(5) value 0.
1 tot-records pic 9(9) value 0.
1 hdr-line.
    05 filler pic x(25) value "feed intake status for   ".
    05 hdr-date pic x(8).
    05 filler pic x(4) value " at ".
    05 hdr-time pic x(6).
    05 filler pic x(7) value " mode  ".
    05 hdr-mode pic x(5).
1 head2-line.
    05 filler pic x(100) value "feed     file name                      cutoff seen   status batches     records reason       merged".
1 detail-line.
    05 dtl-feed pic x(8).
    05 filler pic x value space.
    05 dtl-file pic x(30).
    05 filler pic x value space.
    05 dtl-cutoff pic x(6).
    05 filler pic x value space.
    05 dtl-seen pic x(6).
    05 filler pic x value space.
    05 dtl-status pic x(8).
    05 filler pic x value space.
    05 dtl-batches pic zzzz9.
    05 filler pic x value space.
    05 dtl-records pic zzz,zzz,zz9.
    05 filler pic x value space.
    05 dtl-reason pic x(12).
    05 filler pic x value space.
    05 dtl-merged pic x(6).
1 cnt-line.
    05 cnt-label pic x(36).
    05 cnt-value pic 9(9).
1 result-line pic x(60).
1 blank-line pic x(100) value spaces.
procedure division.
main-para.
    perform get-proc-date thru proc-date-done.
    move "START" to ledger-phase.
    perform write-ledger.
    display "(c)heck feed arrivals or (m)erge accepted feeds into "
        "TRANS.DAT: " with no advancing.
    accept answer.
    if answer = "m" or answer = "M"
        move "y" to merge-flag
    else
        if answer not = "c" and answer not = "C"
            display "invalid selection."
            move "END" to ledger-phase
            move "NOACTION" to ledger-condition
            perform write-ledger
            stop run
        end-if
    end-if.
    move function current-date(9:6) to now-time.
    perform load-schedule thru schedule-done.
    if file-error-flag = "y"
        move "END" to ledger-phase
        move "FILE-ERROR" to ledger-condition
        move 8 to ledger-rc
        perform write-ledger
        stop run
    end-if.
    if sched-count = 0
        display "no feeds scheduled for " proc-date
        move "END" to ledger-phase
        move "NOSCHED" to ledger-condition
        move 0 to ledger-rc
        perform write-ledger
        stop run
    end-if.
    perform varying f from 1 by 1 until f > sched-count
        perform check-feed thru check-feed-done
    end-perform.
    perform scan-history thru history-done.
    perform varying f from 1 by 1 until f > sched-count
        perform classify-feed thru classify-done
    end-perform.
    if merge-flag = "y" and cnt-accepted > 0 and cnt-earlier > 0
        display "feeds already merged into TRANS.DAT today " cnt-earlier
        display "TRANS.DAT is rebuilt without them, confirm they have "
            "been processed (y/n): " with no advancing
        accept answer
        if answer = "y" or answer = "Y"
            move "y" to rebuild-flag
        else
            display "merge not confirmed, TRANS.DAT not rebuilt."
            move "y" to merge-held-flag
        end-if
    end-if.
    if merge-flag = "y" and cnt-accepted > 0 and merge-held-flag = "n"
        perform merge-feeds thru merge-done
    end-if.
    perform write-history thru write-history-done.
    perform write-report.
    move "END" to ledger-phase.
    if file-error-flag = "y"
        move "FILE-ERROR" to ledger-condition
        move 8 to ledger-rc
    else
        if cnt-rejected > 0
            move "FEED-REJ" to ledger-condition
            move 8 to ledger-rc
        else
            if merge-held-flag = "y"
                move "MERGE-HELD" to ledger-condition
                move 4 to ledger-rc
            else
                if cnt-missing > 0 or cnt-late > 0
                    move "FEED-EXCPT" to ledger-condition
                    move 4 to ledger-rc
                else
                    if merge-flag = "y"
                        move "MERGED" to ledger-condition
                    else
                        move "CHECKED" to ledger-condition
                    end-if
                    move 0 to ledger-rc
                end-if
            end-if
        end-if
    end-if.
    display "feeds scheduled " sched-count " arrived " cnt-arrived
        " late " cnt-late " missing " cnt-missing
        " rejected " cnt-rejected.
    if merge-flag = "y"
        display "feeds merged " tot-feeds " batches " tot-batches
            " records " tot-records
    end-if.
    perform write-ledger.
    stop run.
write-ledger.
    open extend ledger-file.
    if fs-ledger = "35"
        open output ledger-file
    end-if.
    move proc-date to ldg-date.
    move function current-date(9:6) to ldg-time.
    move "a-intake" to ldg-program.
    move ledger-phase to ldg-phase.
    move 0 to ldg-run-number.
    move ledger-condition to ldg-condition.
    move ledger-rc to ldg-rc.
    move cnt-arrived to ldg-processed.
    compute ldg-skipped = cnt-rejected + cnt-missing.
    move tot-records to ldg-masked.
    move 0 to ldg-batch.
    move spaces to ldg-user.
    write ledger-rec.
    close ledger-file.
get-proc-date.
    move function current-date(1:8) to proc-date.
    open input procdate-file.
    if fs-procdate not = "00"
        display "processing date file PROCDATE.DAT unavailable, "
            "using system date " proc-date
        go to proc-date-done
    end-if.
    read procdate-file
        at end
            display "processing date file PROCDATE.DAT empty, "
                "using system date " proc-date
        not at end
            move bus-proc-date to proc-date
    end-read.
    close procdate-file.
proc-date-done.
load-schedule.
    open input sched-file.
    if fs-sched not = "00"
        display "feed schedule FEEDSCHED.DAT unavailable, status "
            fs-sched
        move "y" to file-error-flag
        go to schedule-done
    end-if.
schedule-loop.
    read sched-file
        at end go to schedule-wrap
    end-read.
    if sch-date not = proc-date and sch-date not = "DAILY"
        go to schedule-loop
    end-if.
    move sch-feed-id to work-feed-id.
    perform find-feed-slot.
    if feed-slot > 0
        display "feed scheduled twice, later entry ignored "
            sch-feed-id
        go to schedule-loop
    end-if.
    if sched-count < sched-max
        add 1 to sched-count
        move sch-feed-id to tbl-feed-id(sched-count)
        move sch-file-name to tbl-file(sched-count)
        move sch-cutoff to tbl-cutoff(sched-count)
        move "n" to tbl-arrived(sched-count)
        move spaces to tbl-seen(sched-count)
        move "n" to tbl-new-seen(sched-count)
        move "n" to tbl-merged(sched-count)
        move "n" to tbl-merged-now(sched-count)
        move spaces to tbl-status(sched-count)
        move spaces to tbl-reason(sched-count)
        move 0 to tbl-lines(sched-count)
        move 0 to tbl-details(sched-count)
        move 0 to tbl-hash(sched-count)
        move 0 to tbl-batches(sched-count)
        move spaces to tbl-header(sched-count)
    else
        display "feed schedule table full, feed ignored " sch-feed-id
    end-if.
    go to schedule-loop.
schedule-wrap.
    close sched-file.
schedule-done.
find-feed-slot.
    move 0 to feed-slot.
    move "n" to feed-hit.
    perform varying feed-slot from 1 by 1
            until feed-slot > sched-count or feed-hit = "y"
        if tbl-feed-id(feed-slot) = work-feed-id
            move "y" to feed-hit
        end-if
    end-perform.
    if feed-hit = "y"
        subtract 1 from feed-slot
    else
        move 0 to feed-slot
    end-if.
set-reason.
    if tbl-reason(f) = spaces
        move reason-work to tbl-reason(f)
    end-if.
check-feed.
    move tbl-file(f) to feed-name.
    open input feed-file.
    if fs-feed = "35"
        go to check-feed-done
    end-if.
    move "y" to tbl-arrived(f).
    if fs-feed not = "00"
        move "OPEN-ERROR" to reason-work
        perform set-reason
        go to check-feed-done
    end-if.
    move "n" to batch-open-flag.
    move "n" to trailer-flag.
check-feed-loop.
    read feed-file into p
        at end go to check-feed-wrap
    end-read.
    add 1 to tbl-lines(f).
    if tbl-lines(f) = 1
        move p to tbl-header(f)
        if p(1:1) not = "S"
            move "NO-HEADER" to reason-work
            perform set-reason
        end-if
    end-if.
    if p(1:1) = "S"
        if batch-open-flag = "y" and trailer-flag = "n"
            move "TRL-MISSING" to reason-work
            perform set-reason
        end-if
        add 1 to tbl-batches(f)
        move 0 to batch-count
        move 0 to batch-hash
        move "y" to batch-open-flag
        move "n" to trailer-flag
        go to check-feed-loop
    end-if.
    if p(1:1) = "E"
        if batch-open-flag = "n" or trailer-flag = "y"
            move "TRL-ORPHAN" to reason-work
            perform set-reason
        else
            if trl-count not numeric or trl-hash not numeric
                move "TRL-ERROR" to reason-work
                perform set-reason
            else
                if trl-count not = batch-count
                        or trl-hash not = batch-hash
                    move "TRL-ERROR" to reason-work
                    perform set-reason
                end-if
            end-if
        end-if
        move "y" to trailer-flag
        go to check-feed-loop
    end-if.
    if trailer-flag = "y"
        move "AFTER-TRL" to reason-work
        perform set-reason
    end-if.
    add 1 to tbl-details(f).
    add 1 to batch-count.
    move 0 to rec-hash.
    perform varying hx from 1 by 1 until hx > 10
        add function ord(det-id of p-fields(hx:1)) to rec-hash
    end-perform.
    add rec-hash to batch-hash.
    if batch-hash >= 999999999
        subtract 999999999 from batch-hash
    end-if.
    add rec-hash to tbl-hash(f).
    if tbl-hash(f) >= 999999999
        subtract 999999999 from tbl-hash(f)
    end-if.
    go to check-feed-loop.
check-feed-wrap.
    close feed-file.
    if tbl-lines(f) = 0
        move "EMPTY" to reason-work
        perform set-reason
    else
        if batch-open-flag = "y" and trailer-flag = "n"
            move "TRL-MISSING" to reason-work
            perform set-reason
        end-if
    end-if.
check-feed-done.
scan-history.
    open input hist-file.
    if fs-hist = "35"
        go to history-done
    end-if.
    if fs-hist not = "00"
        display "feed history FEEDHIST.DAT unavailable, status "
            fs-hist
        move "y" to file-error-flag
        go to history-done
    end-if.
history-loop.
    read hist-file
        at end go to history-wrap
    end-read.
    move hist-feed-id to work-feed-id.
    perform find-feed-slot.
    if feed-slot = 0
        go to history-loop
    end-if.
    move feed-slot to f.
    if hist-date = proc-date
        if tbl-seen(f) = spaces or hist-time < tbl-seen(f)
            move hist-time to tbl-seen(f)
        end-if
    end-if.
    if hist-status not = "ACCEPTED" or tbl-arrived(f) = "n"
        go to history-loop
    end-if.
    if hist-lines not = tbl-lines(f) or hist-hash not = tbl-hash(f)
            or hist-header not = tbl-header(f)
        go to history-loop
    end-if.
    if hist-date = proc-date
        move "y" to tbl-merged(f)
    else
        if hist-date < proc-date
            move spaces to reason-work
            string "DUP " hist-date delimited by size
                into reason-work
            perform set-reason
        end-if
    end-if.
    go to history-loop.
history-wrap.
    close hist-file.
history-done.
classify-feed.
    if tbl-arrived(f) = "n"
        if merge-flag = "n" and now-time not > tbl-cutoff(f)
            move "AWAITED" to tbl-status(f)
            add 1 to cnt-awaited
        else
            move "MISSING" to tbl-status(f)
            add 1 to cnt-missing
        end-if
        go to classify-done
    end-if.
    add 1 to cnt-arrived.
    if tbl-seen(f) = spaces
        move now-time to tbl-seen(f)
        move "y" to tbl-new-seen(f)
    end-if.
    if tbl-reason(f) not = spaces
        move "REJECTED" to tbl-status(f)
        add 1 to cnt-rejected
        go to classify-done
    end-if.
    if tbl-merged(f) = "y"
        move "EARLIER" to tbl-status(f)
        add 1 to cnt-earlier
        go to classify-done
    end-if.
    add 1 to cnt-accepted.
    if tbl-seen(f) > tbl-cutoff(f)
        move "LATE" to tbl-status(f)
        add 1 to cnt-late
    else
        move "ARRIVED" to tbl-status(f)
    end-if.
classify-done.
merge-feeds.
    open output trans-file.
    if fs-trans not = "00"
        display "transaction file TRANS.DAT not built, status "
            fs-trans
        move "y" to file-error-flag
        go to merge-done
    end-if.
    open output feedmap-file.
    if fs-feedmap not = "00"
        display "feed map FEEDMAP.DAT not built, status " fs-feedmap
        close trans-file
        move "y" to file-error-flag
        go to merge-done
    end-if.
    perform varying f from 1 by 1 until f > sched-count
        if tbl-status(f) = "ARRIVED" or tbl-status(f) = "LATE"
            perform merge-one thru merge-one-done
        end-if
    end-perform.
    close trans-file feedmap-file.
merge-done.
merge-one.
    move tbl-file(f) to feed-name.
    open input feed-file.
    if fs-feed not = "00"
        display "feed " tbl-feed-id(f) " could not be reopened, status "
            fs-feed
        move "y" to file-error-flag
        go to merge-one-done
    end-if.
    add 1 to tot-feeds.
merge-one-loop.
    read feed-file into p
        at end go to merge-one-wrap
    end-read.
    if p(1:1) = "S"
        add 1 to tot-batches
        move proc-date to fm-date
        move tot-batches to fm-batch
        move tbl-feed-id(f) to fm-feed-id
        move p to fm-header
        write feedmap-rec
    else
        if p(1:1) not = "E"
            add 1 to tot-records
        end-if
    end-if.
    write trans-rec from p.
    go to merge-one-loop.
merge-one-wrap.
    close feed-file.
    move "y" to tbl-merged-now(f).
merge-one-done.
write-history.
    open extend hist-file.
    if fs-hist = "35"
        open output hist-file
    end-if.
    if fs-hist not = "00"
        display "feed history FEEDHIST.DAT not updated, status "
            fs-hist
        move "y" to file-error-flag
        go to write-history-done
    end-if.
    perform varying f from 1 by 1 until f > sched-count
        if tbl-arrived(f) = "y"
            move spaces to hist-status
            if merge-flag = "y"
                if tbl-merged-now(f) = "y"
                    move "ACCEPTED" to hist-status
                end-if
                if tbl-status(f) = "REJECTED"
                    move "REJECTED" to hist-status
                end-if
            end-if
            if hist-status = spaces and tbl-new-seen(f) = "y"
                move "SEEN" to hist-status
            end-if
            if hist-status not = spaces
                move proc-date to hist-date
                move now-time to hist-time
                move tbl-feed-id(f) to hist-feed-id
                move tbl-reason(f) to hist-reason
                move tbl-lines(f) to hist-lines
                move tbl-hash(f) to hist-hash
                move tbl-batches(f) to hist-batches
                move tbl-header(f) to hist-header
                write hist-rec
            end-if
        end-if
    end-perform.
    close hist-file.
write-history-done.
write-report.
    open output feed-report.
    move proc-date to hdr-date.
    move now-time to hdr-time.
    if merge-flag = "y"
        move "MERGE" to hdr-mode
    else
        move "CHECK" to hdr-mode
    end-if.
    write report-rec from hdr-line.
    write report-rec from head2-line.
    perform varying f from 1 by 1 until f > sched-count
        move tbl-feed-id(f) to dtl-feed
        move tbl-file(f) to dtl-file
        move tbl-cutoff(f) to dtl-cutoff
        if tbl-arrived(f) = "y"
            move tbl-seen(f) to dtl-seen
        else
            move spaces to dtl-seen
        end-if
        move tbl-status(f) to dtl-status
        move tbl-batches(f) to dtl-batches
        move tbl-details(f) to dtl-records
        move tbl-reason(f) to dtl-reason
        if tbl-merged-now(f) = "y"
            move "yes" to dtl-merged
        else
            move spaces to dtl-merged
        end-if
        write report-rec from detail-line
    end-perform.
    write report-rec from blank-line.
    move "feeds scheduled" to cnt-label.
    move sched-count to cnt-value.
    write report-rec from cnt-line.
    move "feeds arrived" to cnt-label.
    move cnt-arrived to cnt-value.
    write report-rec from cnt-line.
    move "feeds arrived after cutoff" to cnt-label.
    move cnt-late to cnt-value.
    write report-rec from cnt-line.
    move "feeds missing" to cnt-label.
    move cnt-missing to cnt-value.
    write report-rec from cnt-line.
    if merge-flag = "n"
        move "feeds awaited, cutoff not reached" to cnt-label
        move cnt-awaited to cnt-value
        write report-rec from cnt-line
    end-if.
    move "feeds rejected" to cnt-label.
    move cnt-rejected to cnt-value.
    write report-rec from cnt-line.
    move "feeds merged by an earlier intake" to cnt-label.
    move cnt-earlier to cnt-value.
    write report-rec from cnt-line.
    if merge-flag = "y"
        move "feeds merged into TRANS.DAT" to cnt-label
        move tot-feeds to cnt-value
        write report-rec from cnt-line
        move "batches merged" to cnt-label
        move tot-batches to cnt-value
        write report-rec from cnt-line
        move "detail records merged" to cnt-label
        move tot-records to cnt-value
        write report-rec from cnt-line
        if cnt-accepted = 0
            move "no feeds accepted, TRANS.DAT not built" to result-line
            write report-rec from result-line
            display result-line
        end-if
        if merge-held-flag = "y"
            move "merge not confirmed, TRANS.DAT not rebuilt"
                to result-line
            write report-rec from result-line
        end-if
        if rebuild-flag = "y"
            move "TRANS.DAT rebuilt, earlier merged feeds not included"
                to result-line
            write report-rec from result-line
            display result-line
        end-if
    end-if.
    close feed-report.
