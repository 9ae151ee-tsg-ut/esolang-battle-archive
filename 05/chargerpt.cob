    select audit-file assign to "AUDIT.DAT"
        organization is line sequential
        file status is fs-audit.
    select summary-file assign to "SUMMARY.DAT"
        organization is line sequential
        file status is fs-summary.
    select charge-report assign to "CHARGRPT.DAT"
        organization is line sequential.
    select procdate-file assign to "PROCDATE.DAT"
        organization is line sequential
        file status is fs-procdate.
    select ledger-file assign to "RUNLEDG.DAT"
        organization is line sequential
        file status is fs-ledger.
fd audit-file.
01 audit-rec.
    copy auditrec.
fd summary-file.
01 summary-rec.
    copy sumrec.
fd charge-report.
01 report-rec pic x(132).
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
1 fs-extract pic xx.
1 fs-audit pic xx.
1 fs-summary pic xx.
1 from-date pic x(8).
1 to-date pic x(8).
1 report-date pic x(8).
1 region-table.
    05 region-entry occurs 100.
        10 tbl-reg-code pic x(5).
1 work-date pic x(8).
1 work-run pic 9(5).
1 work-header pic x(50).
1 work-feed pic x(8).
1 m pic 9(5).
1 sm-hit pic x.
1 sm-max pic 9(5) value 5000.
1 sm-count pic 9(5) value 0.
1 sm-full-flag pic x value "n".
1 summary-map-table.
    05 summary-map-entry occurs 5000.
        10 tbl-sm-date pic x(8).
        10 tbl-sm-run pic 9(5).
        10 tbl-sm-header pic x(50).
        10 tbl-sm-feed-id pic x(8).
1 sender-slot pic 9(3).
1 sender-hit pic x.
1 sender-max pic 9(3) value 200.
1 sender-count pic 9(3) value 0.
1 sender-table.
    05 sender-entry occurs 200.
        10 tbl-snd-feed-id pic x(8).
        10 tbl-snd-masked pic 9(9).
        10 tbl-snd-exempt pic 9(9).
        10 tbl-snd-suppressed pic 9(9).
        10 tbl-snd-rejected pic 9(9).
        10 tbl-snd-chars pic 9(9).
1 page-count pic 9(4) value 0.
1 head1-line.
    05 filler pic x(34)
    05 rtl-rejected pic zzz,zzz,zz9.
    05 filler pic x(3) value spaces.
    05 rtl-chars pic zzz,zzz,zz9.
1 sender-head2-line pic x(40) value "charge-back by sender".
1 sender-head3-line.
    05 filler pic x(96) value "sender             masked      exempt  suppressed    rejected   chars masked".
1 rank-head-line pic x(40)
    value "top customers by characters masked".
1 rank-line.
1 blank-line pic x(132) value spaces.
procedure division.
main-para.
    perform get-proc-date thru proc-date-done.
    move proc-date to report-date.
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
    perform load-summary thru summary-done.
    perform scan-extract thru extract-done.
    perform scan-audit thru audit-done.
    open output charge-report.
    end-perform.
    if region-count = 0
        display "no activity in date range."
    else
        perform put-sender-page
    end-if.
    if cust-full-flag = "y"
        move "customer table full, report incomplete" to report-rec
    if fs-ledger = "35"
        open output ledger-file
    end-if.
    move proc-date to ldg-date.
    move function current-date(9:6) to ldg-time.
    move "a-chargerpt" to ldg-program.
    move ledger-phase to ldg-phase.
    move cust-count to ldg-processed.
    move 0 to ldg-skipped.
    move 0 to ldg-masked.
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
scan-extract.
    open input extract-file.
    if fs-extract not = "00"
    end-if.
    add 1 to tbl-masked(cust-slot).
    move 0 to work-chars.
    if ext-protect = "Y"
        move ext-mask-chars to work-chars
    else
        perform varying cx from 1 by 1 until cx > 50
            if ext-source-p(cx:1) not = ext-masked-s(cx:1)
                add 1 to work-chars
            end-if
        end-perform
    end-if.
    add work-chars to tbl-chars(cust-slot).
    move ext-run-date to work-date.
    move ext-run-number to work-run.
    move ext-header-s to work-header.
    perform find-sender-slot.
    if sender-slot > 0
        add 1 to tbl-snd-masked(sender-slot)
        add work-chars to tbl-snd-chars(sender-slot)
    end-if.
    go to extract-loop.
extract-wrap.
    close extract-file.
    if cust-slot = 0
        go to audit-loop
    end-if.
    move audit-date to work-date.
    move audit-run-number to work-run.
    move audit-header-s to work-header.
    perform find-sender-slot.
    if audit-disposition = "EXEMPT-UNMASKED"
        add 1 to tbl-exempt(cust-slot)
        if sender-slot > 0
            add 1 to tbl-snd-exempt(sender-slot)
        end-if
    end-if.
    if audit-disposition = "SUPPRESSED"
        add 1 to tbl-suppressed(cust-slot)
        if sender-slot > 0
            add 1 to tbl-snd-suppressed(sender-slot)
        end-if
    end-if.
    if audit-disposition = "REJECT-UNKNOWN-ID"
        add 1 to tbl-rejected(cust-slot)
        if sender-slot > 0
            add 1 to tbl-snd-rejected(sender-slot)
        end-if
    end-if.
    go to audit-loop.
audit-wrap.
    close audit-file.
audit-done.
load-summary.
    open input summary-file.
    if fs-summary not = "00"
        display "summary file SUMMARY.DAT unavailable, status "
            fs-summary ", senders shown as MANUAL"
        go to summary-done
    end-if.
summary-loop.
    read summary-file
        at end go to summary-wrap
    end-read.
    if sum-run-date < from-date or sum-run-date > to-date
            or sum-feed-id = spaces
        go to summary-loop
    end-if.
    if sm-count < sm-max
        add 1 to sm-count
        move sum-run-date to tbl-sm-date(sm-count)
        move sum-run-number to tbl-sm-run(sm-count)
        move sum-header-s to tbl-sm-header(sm-count)
        move sum-feed-id to tbl-sm-feed-id(sm-count)
    else
        move "y" to sm-full-flag
    end-if.
    go to summary-loop.
summary-wrap.
    close summary-file.
    if sm-full-flag = "y"
        display "summary table full, some senders shown as MANUAL"
    end-if.
summary-done.
find-sender-slot.
    move "MANUAL" to work-feed.
    move "n" to sm-hit.
    perform varying m from 1 by 1
            until m > sm-count or sm-hit = "y"
        if tbl-sm-date(m) = work-date and tbl-sm-run(m) = work-run
                and tbl-sm-header(m) = work-header
            move "y" to sm-hit
            move tbl-sm-feed-id(m) to work-feed
        end-if
    end-perform.
    move 0 to sender-slot.
    move "n" to sender-hit.
    perform varying g from 1 by 1
            until g > sender-count or sender-hit = "y"
        if tbl-snd-feed-id(g) = work-feed
            move "y" to sender-hit
            move g to sender-slot
        end-if
    end-perform.
    if sender-hit = "n"
        if sender-count < sender-max
            add 1 to sender-count
            move work-feed to tbl-snd-feed-id(sender-count)
            move 0 to tbl-snd-masked(sender-count)
            move 0 to tbl-snd-exempt(sender-count)
            move 0 to tbl-snd-suppressed(sender-count)
            move 0 to tbl-snd-rejected(sender-count)
            move 0 to tbl-snd-chars(sender-count)
            move sender-count to sender-slot
        else
            display "sender table full, sender dropped " work-feed
        end-if
    end-if.
find-cust-slot.
    move 0 to cust-slot.
    move "n" to cust-hit.
        end-if
    end-perform.
    write report-rec from blank-line.
put-sender-page.
    add 1 to page-count.
    move from-date to h1-from.
    move to-date to h1-to.
    move page-count to h1-page.
    write report-rec from head1-line.
    write report-rec from sender-head2-line.
    write report-rec from sender-head3-line.
    move 0 to reg-masked reg-exempt reg-suppressed
        reg-rejected reg-chars.
    perform varying g from 1 by 1 until g > sender-count
        move tbl-snd-feed-id(g) to dtl-id
        move tbl-snd-masked(g) to dtl-masked
        move tbl-snd-exempt(g) to dtl-exempt
        move tbl-snd-suppressed(g) to dtl-suppressed
        move tbl-snd-rejected(g) to dtl-rejected
        move tbl-snd-chars(g) to dtl-chars
        write report-rec from detail-line
        add tbl-snd-masked(g) to reg-masked
        add tbl-snd-exempt(g) to reg-exempt
        add tbl-snd-suppressed(g) to reg-suppressed
        add tbl-snd-rejected(g) to reg-rejected
        add tbl-snd-chars(g) to reg-chars
    end-perform.
    move reg-masked to rtl-masked.
    move reg-exempt to rtl-exempt.
    move reg-suppressed to rtl-suppressed.
    move reg-rejected to rtl-rejected.
    move reg-chars to rtl-chars.
    write report-rec from reg-total-line.
    write report-rec from blank-line.
