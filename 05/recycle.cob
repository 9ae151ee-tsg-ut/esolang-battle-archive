    select audit-file assign to "AUDIT.DAT"
        organization is line sequential
        file status is fs-audit.
    select vault-file assign to "VAULT.DAT"
        organization is line sequential
        file status is fs-vault.
    select resub-file assign to "RESUB.DAT"
        organization is line sequential
        file status is fs-resub.
    select resubmap-file assign to "RESUBMAP.DAT"
        organization is line sequential
        file status is fs-resubmap.
    select aging-report assign to "RECAGERPT.DAT"
        organization is line sequential.
    select calendar-file assign to "CALENDAR.DAT"
        organization is line sequential
        file status is fs-calendar.
    select procdate-file assign to "PROCDATE.DAT"
        organization is line sequential
        file status is fs-procdate.
    select ledger-file assign to "RUNLEDG.DAT"
        organization is line sequential
        file status is fs-ledger.
fd audit-file.
01 audit-rec.
    copy auditrec.
fd vault-file.
01 vault-rec.
    copy vaultrec.
fd resub-file.
01 resub-rec pic x(50).
fd resubmap-file.
01 resubmap-rec.
    copy resubmap.
fd aging-report.
01 report-rec pic x(100).
fd calendar-file.
01 calendar-rec.
    copy calrec.
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
1 fs-calendar pic xx.
1 ledger-phase pic x(5).
1 ledger-condition pic x(10) value spaces.
1 fs-recycle pic xx.
1 fs-audit pic xx.
1 fs-resub pic xx.
1 fs-resubmap pic xx.
1 fs-vault pic xx.
1 cnt-need-source pic 9(9) value 0.
1 cnt-filled pic 9(9) value 0.
1 need-min-date pic x(8).
1 ledger-rc pic 99 value 0.
1 mode-code pic x.
1 today-date pic x(8).
1 today-num pic 9(8).
1 queue-date-num pic 9(8).
1 age-days pic 9(5).
1 age-int pic 9(7).
1 today-int pic 9(7).
1 chk-date pic x(8).
1 chk-num pic 9(8).
1 dow-work pic 9(7).
1 dow-quot pic 9(7).
1 dow-day pic 9.
1 work-day-flag pic x.
1 c pic 9(4).
1 cal-max pic 9(4) value 1000.
1 cal-count pic 9(4) value 0.
1 calendar-table.
    05 calendar-entry occurs 1000.
        10 tbl-cal-date pic x(8).
        10 tbl-cal-type pic x.
1 age-threshold pic 9(5).
1 answer pic x.
1 reason-code pic x(10).
1 hdr-line.
    05 filler pic x(25) value "recycle queue aging over ".
    05 hdr-days pic 9(5).
    05 filler pic x(18) value " business days at ".
    05 hdr-date pic x(8).
1 detail-line.
    05 dtl-source pic x(8).
    05 tot-aged pic 9(9).
procedure division.
main-para.
    perform get-proc-date thru proc-date-done.
    move proc-date to today-date.
    move "START" to ledger-phase.
    perform write-ledger.
    display "(l)oad diverted records, (w)ork queue, "
    perform load-queue thru queue-done.
    if mode-code = "l" or mode-code = "L"
        perform sweep-audit thru sweep-done
        if cnt-need-source > 0
            perform fill-from-vault thru fill-done
        end-if
        perform rewrite-queue thru rewrite-done
        display "entries loaded to queue " cnt-loaded
        perform end-ledger
    if fs-ledger = "35"
        open output ledger-file
    end-if.
    move proc-date to ldg-date.
    move function current-date(9:6) to ldg-time.
    move "a-recycle" to ldg-program.
    move ledger-phase to ldg-phase.
    move cnt-loaded to ldg-processed.
    move cnt-writeoff to ldg-skipped.
    move cnt-resubmitted to ldg-masked.
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
load-queue.
    open input recycle-file.
    if fs-recycle = "35"
    move spaces to tbl-reason(queue-count).
    move audit-header-s to tbl-header-s(queue-count).
    move audit-p to tbl-p(queue-count).
    if audit-protect = "Y"
        add 1 to cnt-need-source
        if cnt-need-source = 1 or audit-date < need-min-date
            move audit-date to need-min-date
        end-if
    end-if.
    go to sweep-loop.
sweep-wrap.
    close audit-file.
sweep-done.
fill-from-vault.
    open input vault-file.
    if fs-vault not = "00"
        display "vault file VAULT.DAT unavailable, status " fs-vault
            ", protected entries queued without source"
        go to fill-done
    end-if.
fill-loop.
    read vault-file
        at end go to fill-wrap
    end-read.
    if vlt-seg-type not = "P" or vlt-run-date < need-min-date
        go to fill-loop
    end-if.
    move "n" to queue-hit.
    perform varying dup-q from 1 by 1
            until dup-q > queue-count or queue-hit = "y"
        if tbl-p(dup-q) = spaces and tbl-status(dup-q) = "P"
                and tbl-run-date(dup-q) = vlt-run-date
                and tbl-run-number(dup-q) = vlt-run-number
                and tbl-seq(dup-q) = vlt-audit-seq
            move "y" to queue-hit
            move vlt-seg-text to tbl-p(dup-q)
            add 1 to cnt-filled
        end-if
    end-perform.
    if cnt-filled < cnt-need-source
        go to fill-loop
    end-if.
fill-wrap.
    close vault-file.
    if cnt-filled < cnt-need-source
        compute cnt-need-source = cnt-need-source - cnt-filled
        display "protected entries with no vault source "
            cnt-need-source
    end-if.
fill-done.
find-queue-entry.
    move "n" to queue-hit.
    perform varying dup-q from 1 by 1
        perform write-ledger
        stop run
    end-if.
    open extend resubmap-file.
    if fs-resubmap = "35"
        open output resubmap-file
    end-if.
    if fs-resubmap not = "00"
        display "resubmit map RESUBMAP.DAT unavailable, status "
            fs-resubmap
        close resub-file
        move "END" to ledger-phase
        move "FILE-ERROR" to ledger-condition
        move 8 to ledger-rc
        perform write-ledger
        stop run
    end-if.
    move spaces to last-resub-header.
    move "n" to resub-header-flag.
    move 0 to q.
    if resub-header-flag = "y"
        perform write-trailer
    end-if.
    close resub-file resubmap-file.
work-done.
write-resubmit.
    if tbl-source(q) = "EXCEPT"
        end-if
        move work-p to resub-rec
        write resub-rec
        move proc-date to rsm-resub-date
        move tbl-run-date(q) to rsm-run-date
        move tbl-run-number(q) to rsm-run-number
        move tbl-seq(q) to rsm-seq
        move work-p to rsm-p
        write resubmap-rec
        add 1 to group-count
        move 0 to rec-hash
        perform varying hx from 1 by 1 until hx > 10
    close recycle-file.
rewrite-done.
aging-run.
    display "enter aging threshold in business days: "
        with no advancing.
    accept age-threshold.
    perform load-calendar thru calendar-done.
    open output aging-report.
    move age-threshold to hdr-days.
    move today-date to hdr-date.
    write report-rec from hdr-line.
    move today-date to today-num.
    compute today-int = function integer-of-date(today-num).
    perform varying q from 1 by 1 until q > queue-count
        if tbl-status(q) = "P"
            perform business-age thru business-age-done
            if age-days > age-threshold
                add 1 to cnt-aged
                move tbl-source(q) to dtl-source
    close aging-report.
    display "aged pending entries " cnt-aged.
aging-done.
business-age.
    move 0 to age-days.
    move tbl-queue-date(q) to queue-date-num.
    compute age-int = function integer-of-date(queue-date-num).
business-age-loop.
    add 1 to age-int.
    if age-int > today-int
        go to business-age-done
    end-if.
    compute chk-num = function date-of-integer(age-int).
    move chk-num to chk-date.
    perform check-work-day.
    if work-day-flag = "y"
        add 1 to age-days
    end-if.
    go to business-age-loop.
business-age-done.
check-work-day.
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
load-calendar.
    open input calendar-file.
    if fs-calendar = "35"
        go to calendar-done
    end-if.
    if fs-calendar not = "00"
        display "calendar file CALENDAR.DAT unavailable, status "
            fs-calendar ", weekends only excluded from aging"
        go to calendar-done
    end-if.
calendar-loop.
    read calendar-file
        at end go to calendar-wrap
    end-read.
    if cal-count < cal-max
        add 1 to cal-count
        move cal-date to tbl-cal-date(cal-count)
        move cal-day-type to tbl-cal-type(cal-count)
    else
        display "calendar table full, entry dropped " cal-date
    end-if.
    go to calendar-loop.
calendar-wrap.
    close calendar-file.
calendar-done.
