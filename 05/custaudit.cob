       >>SOURCE FORMAT IS FREE
id division.
program-id. a-custaudit.
environment division.
input-output section.
file-control.
    select history-file assign to "CUSTHIST.DAT"
        organization is line sequential
        file status is fs-history.
    select audit-report assign to "CUSTAUDRPT.DAT"
        organization is line sequential.
    select procdate-file assign to "PROCDATE.DAT"
        organization is line sequential
        file status is fs-procdate.
    select ledger-file assign to "RUNLEDG.DAT"
        organization is line sequential
        file status is fs-ledger.
data division.
file section.
fd history-file.
01 history-rec.
    copy custhist.
fd audit-report.
01 report-rec pic x(110).
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
1 fs-history pic xx.
1 from-date pic x(8).
1 to-date pic x(8).
1 search-id pic x(10).
1 file-error-flag pic x value "n".
1 cnt-read pic 9(9) value 0.
1 cnt-listed pic 9(9) value 0.
1 a pic 99.
1 action-slot pic 99.
1 action-max pic 99 value 20.
1 action-count pic 99 value 0.
1 action-table.
    05 action-entry occurs 20.
        10 tbl-action pic x(10).
        10 tbl-action-count pic 9(9).
1 changed-list pic x(30).
1 changed-ptr pic 99.
1 hdr-line.
    05 filler pic x(29) value "customer master changes from ".
    05 hdr-from pic x(8).
    05 filler pic x(4) value " to ".
    05 hdr-to pic x(8).
    05 filler pic x(10) value ", customer".
    05 filler pic x value space.
    05 hdr-id pic x(10).
1 head2-line.
    05 filler pic x(68) value "date     time   program      user       action     customer   reason".
1 head3-line.
    05 filler pic x(78) value "            st name                           region eff date exp date changed".
1 detail-line.
    05 dtl-date pic x(8).
    05 filler pic x value space.
    05 dtl-time pic x(6).
    05 filler pic x value space.
    05 dtl-program pic x(12).
    05 filler pic x value space.
    05 dtl-user pic x(10).
    05 filler pic x value space.
    05 dtl-action pic x(10).
    05 filler pic x value space.
    05 dtl-id pic x(10).
    05 filler pic x value space.
    05 dtl-reason pic x(30).
1 image-line.
    05 img-label pic x(12).
    05 img-status pic x.
    05 filler pic x(2) value spaces.
    05 img-name pic x(30).
    05 filler pic x value space.
    05 img-region pic x(5).
    05 filler pic x(2) value spaces.
    05 img-eff pic x(8).
    05 filler pic x value space.
    05 img-exp pic x(8).
    05 filler pic x value space.
    05 img-changed pic x(30).
1 action-line.
    05 filler pic x(8) value "changes ".
    05 act-action pic x(10).
    05 filler pic x value space.
    05 act-count pic zzz,zzz,zz9.
1 cnt-line.
    05 cnt-label pic x(36).
    05 cnt-value pic 9(9).
1 result-line pic x(60).
1 blank-line pic x(110) value spaces.
procedure division.
main-para.
    perform get-proc-date thru proc-date-done.
    move "START" to ledger-phase.
    perform write-ledger.
    display "enter from date (yyyymmdd): " with no advancing.
    accept from-date.
    display "enter to date (yyyymmdd, blank for " proc-date "): "
        with no advancing.
    accept to-date.
    if to-date = spaces
        move proc-date to to-date
    end-if.
    display "enter customer id (blank for all): " with no advancing.
    accept search-id.
    open output audit-report.
    move from-date to hdr-from.
    move to-date to hdr-to.
    if search-id = spaces
        move "ALL" to hdr-id
    else
        move search-id to hdr-id
    end-if.
    write report-rec from hdr-line.
    write report-rec from head2-line.
    write report-rec from head3-line.
    perform list-changes thru changes-done.
    write report-rec from blank-line.
    perform varying a from 1 by 1 until a > action-count
        move tbl-action(a) to act-action
        move tbl-action-count(a) to act-count
        write report-rec from action-line
    end-perform.
    move "history entries read" to cnt-label.
    move cnt-read to cnt-value.
    write report-rec from cnt-line.
    move "changes listed" to cnt-label.
    move cnt-listed to cnt-value.
    write report-rec from cnt-line.
    move "END" to ledger-phase.
    if file-error-flag = "y"
        move "change report incomplete, history unreadable"
            to result-line
        move "FILE-ERROR" to ledger-condition
        move 8 to ledger-rc
    else
        if cnt-listed = 0
            move "no master changes in date range" to result-line
        else
            move "master change report complete" to result-line
        end-if
        move "CLEAN" to ledger-condition
        move 0 to ledger-rc
    end-if.
    write report-rec from result-line.
    close audit-report.
    display result-line.
    display "changes listed " cnt-listed.
    perform write-ledger.
    stop run.
write-ledger.
    open extend ledger-file.
    if fs-ledger = "35"
        open output ledger-file
    end-if.
    move proc-date to ldg-date.
    move function current-date(9:6) to ldg-time.
    move "a-custaudit" to ldg-program.
    move ledger-phase to ldg-phase.
    move 0 to ldg-run-number.
    move ledger-condition to ldg-condition.
    move ledger-rc to ldg-rc.
    move cnt-read to ldg-processed.
    move 0 to ldg-skipped.
    move cnt-listed to ldg-masked.
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
list-changes.
    open input history-file.
    if fs-history = "35"
        go to changes-done
    end-if.
    if fs-history not = "00"
        display "master history CUSTHIST.DAT unavailable, status "
            fs-history
        move "y" to file-error-flag
        go to changes-done
    end-if.
changes-loop.
    read history-file
        at end go to changes-wrap
    end-read.
    add 1 to cnt-read.
    if chg-date < from-date or chg-date > to-date
        go to changes-loop
    end-if.
    if search-id not = spaces and chg-id not = search-id
        go to changes-loop
    end-if.
    add 1 to cnt-listed.
    perform find-action-slot.
    if action-slot > 0
        add 1 to tbl-action-count(action-slot)
    end-if.
    move chg-date to dtl-date.
    move chg-stamp(9:6) to dtl-time.
    move chg-program to dtl-program.
    move chg-user to dtl-user.
    move chg-action to dtl-action.
    move chg-id to dtl-id.
    move chg-reason to dtl-reason.
    write report-rec from detail-line.
    move "    before" to img-label.
    move chg-bef-status to img-status.
    move chg-bef-name to img-name.
    move chg-bef-region to img-region.
    move chg-bef-eff-date to img-eff.
    move chg-bef-exp-date to img-exp.
    move spaces to img-changed.
    write report-rec from image-line.
    perform list-changed-fields thru list-changed-done.
    move "    after" to img-label.
    move chg-aft-status to img-status.
    move chg-aft-name to img-name.
    move chg-aft-region to img-region.
    move chg-aft-eff-date to img-eff.
    move chg-aft-exp-date to img-exp.
    move changed-list to img-changed.
    write report-rec from image-line.
    go to changes-loop.
changes-wrap.
    close history-file.
changes-done.
list-changed-fields.
    move spaces to changed-list.
    move 1 to changed-ptr.
    if chg-bef-status = space or chg-aft-status = space
        go to list-changed-done
    end-if.
    if chg-bef-status not = chg-aft-status
        string "status " delimited by size
            into changed-list with pointer changed-ptr
    end-if.
    if chg-bef-name not = chg-aft-name
        string "name " delimited by size
            into changed-list with pointer changed-ptr
    end-if.
    if chg-bef-region not = chg-aft-region
        string "region " delimited by size
            into changed-list with pointer changed-ptr
    end-if.
    if chg-bef-eff-date not = chg-aft-eff-date
        string "eff " delimited by size
            into changed-list with pointer changed-ptr
    end-if.
    if chg-bef-exp-date not = chg-aft-exp-date
        string "exp " delimited by size
            into changed-list with pointer changed-ptr
    end-if.
list-changed-done.
find-action-slot.
    move 0 to action-slot.
    perform varying a from 1 by 1
            until a > action-count or action-slot > 0
        if tbl-action(a) = chg-action
            move a to action-slot
        end-if
    end-perform.
    if action-slot = 0
        if action-count < action-max
            add 1 to action-count
            move chg-action to tbl-action(action-count)
            move 0 to tbl-action-count(action-count)
            move action-count to action-slot
        else
            display "action table full, change not totalled "
                chg-action
        end-if
    end-if.
