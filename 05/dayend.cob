environment division.
input-output section.
file-control.
    select procdate-file assign to "PROCDATE.DAT"
        organization is line sequential
        file status is fs-procdate.
    select ledger-file assign to "RUNLEDG.DAT"
        organization is line sequential
        file status is fs-ledger.
    select manifest-file assign to "MANIFEST.DAT"
        organization is line sequential
        file status is fs-manifest.
    select summary-file assign to "SUMMARY.DAT"
        organization is line sequential
        file status is fs-summary.
    select dayend-report assign to "DAYENDRPT.DAT"
        organization is line sequential.
data division.
file section.
fd procdate-file.
01 procdate-rec.
    copy procdate.
fd ledger-file.
01 ledger-rec.
    copy ledgrec.
fd manifest-file.
01 manifest-rec.
    copy manifrec.
fd summary-file.
01 summary-rec.
    copy sumrec.
fd dayend-report.
01 report-rec pic x(100).
working-storage section.
1 fs-ledger pic xx.
1 fs-procdate pic xx.
1 proc-ctl.
    copy procdate replacing leading ==bus== by ==ctl==.
1 proc-date pic x(8).
1 report-date pic x(8).
1 g pic 9(3).
1 prog-slot pic 9(3).
1 cnt-lines pic 9(9) value 0.
1 cnt-failures pic 9(9) value 0.
1 cnt-gaps pic 9(3) value 0.
1 cnt-backouts pic 9(5) value 0.
1 fs-manifest pic xx.
1 cnt-deliveries pic 9(5) value 0.
1 fs-summary pic xx.
1 cnt-unreleased pic 9(5) value 0.
1 prog-table.
    05 prog-entry occurs 50.
        10 tbl-program pic x(12).
    05 tot-failures pic 9(9).
    05 filler pic x(7) value "  gaps ".
    05 tot-gaps pic 9(3).
    05 filler pic x(11) value "  backouts ".
    05 tot-backouts pic 9(5).
1 backout-line.
    05 filler pic x(23) value "run backed out, run   ".
    05 bko-run pic 9(5).
    05 filler pic x(8) value " result ".
    05 bko-condition pic x(10).
1 status-line.
    05 filler pic x(24) value "day-end status recorded ".
    05 sts-flag pic x.
    05 filler pic x(21) value " for processing date ".
    05 sts-date pic x(8).
1 delivery-line.
    05 filler pic x(19) value "delivery exception ".
    05 dlv-status pic x(11).
    05 filler pic x(6) value " xmit ".
    05 dlv-xmit pic 9(5).
    05 filler pic x value space.
    05 dlv-recipient pic x(8).
    05 filler pic x(5) value " run ".
    05 dlv-run-date pic x(8).
    05 filler pic x value space.
    05 dlv-run pic 9(5).
    05 filler pic x(6) value " sent ".
    05 dlv-sent pic x(8).
1 delivery-total-line.
    05 filler pic x(28) value "delivery exceptions on file ".
    05 tot-deliveries pic 9(5).
1 unreleased-line.
    05 filler pic x(17) value "unreleased batch ".
    05 unr-status pic x(8).
    05 filler pic x(5) value " run ".
    05 unr-run-date pic x(8).
    05 filler pic x value space.
    05 unr-run pic 9(5).
    05 filler pic x(7) value " batch ".
    05 unr-batch pic 9(5).
    05 filler pic x(9) value " sampled ".
    05 unr-sampled pic 9(5).
    05 filler pic x value space.
    05 unr-header pic x(30).
1 unreleased-total-line.
    05 filler pic x(28) value "batches not released by QA  ".
    05 tot-unreleased pic 9(5).
1 blank-line pic x(100) value spaces.
procedure division.
main-para.
    perform get-proc-date thru proc-date-done.
    display "enter report date (yyyymmdd, blank for " proc-date
        "): " with no advancing.
    accept report-date.
    if report-date = spaces
        move proc-date to report-date
    end-if.
    open input ledger-file.
    if fs-ledger not = "00"
        display "run ledger RUNLEDG.DAT unavailable, status "
    move ldg-processed to dtl-processed.
    move ldg-skipped to dtl-skipped.
    if ldg-rc > 0 and ldg-phase = "END"
            and not (ldg-program = "a-distack"
                and ldg-condition = "OUTSTAND")
        move "*FAILED*" to dtl-flag
        add 1 to cnt-failures
    else
        move spaces to dtl-flag
    end-if.
    if ldg-program = "a-backout" and ldg-phase = "END"
            and ldg-condition = "REVERSED"
        move "BACKOUT" to dtl-flag
        add 1 to cnt-backouts
    end-if.
    write report-rec from detail-line.
    if dtl-flag = "BACKOUT"
        move ldg-run-number to bko-run
        move ldg-condition to bko-condition
        write report-rec from backout-line
        display backout-line
    end-if.
    go to ledger-loop.
ledger-wrap.
    close ledger-file.
            display gap-line
        end-if
    end-perform.
    perform list-deliveries thru deliveries-done.
    perform list-unreleased thru unreleased-done.
    move cnt-lines to tot-lines.
    move cnt-failures to tot-failures.
    move cnt-gaps to tot-gaps.
    move cnt-backouts to tot-backouts.
    write report-rec from total-line.
    move cnt-deliveries to tot-deliveries.
    write report-rec from delivery-total-line.
    move cnt-unreleased to tot-unreleased.
    write report-rec from unreleased-total-line.
    perform mark-dayend thru mark-dayend-done.
    close dayend-report.
    if cnt-lines = 0
        display "no ledger records for " report-date
    end-if.
    display "ledger lines " cnt-lines " failures " cnt-failures
        " gaps " cnt-gaps " backouts " cnt-backouts.
    if cnt-deliveries > 0
        display "delivery exceptions " cnt-deliveries
    end-if.
    if cnt-unreleased > 0
        display "batches not released by QA " cnt-unreleased
    end-if.
    stop run.
list-deliveries.
    open input manifest-file.
    if fs-manifest not = "00"
        go to deliveries-done
    end-if.
deliveries-loop.
    read manifest-file
        at end go to deliveries-wrap
    end-read.
    if man-status = "NAKED" or man-status = "MISMATCH"
        move man-status to dlv-status
    else
        if man-status = "SENT" and man-sent-date < report-date
            move "OUTSTANDING" to dlv-status
        else
            go to deliveries-loop
        end-if
    end-if.
    add 1 to cnt-deliveries.
    move man-xmit to dlv-xmit.
    move man-recipient to dlv-recipient.
    move man-run-date to dlv-run-date.
    move man-run-number to dlv-run.
    move man-sent-date to dlv-sent.
    write report-rec from delivery-line.
    go to deliveries-loop.
deliveries-wrap.
    close manifest-file.
deliveries-done.
list-unreleased.
    open input summary-file.
    if fs-summary not = "00"
        go to unreleased-done
    end-if.
unreleased-loop.
    read summary-file
        at end go to unreleased-wrap
    end-read.
    if sum-run-date > report-date
        go to unreleased-loop
    end-if.
    if sum-qa-status = "P"
        move "PENDING" to unr-status
    else
        if sum-qa-status = "X"
            move "REJECTED" to unr-status
        else
            go to unreleased-loop
        end-if
    end-if.
    add 1 to cnt-unreleased.
    move sum-run-date to unr-run-date.
    move sum-run-number to unr-run.
    move sum-batch-number to unr-batch.
    move sum-qa-sampled to unr-sampled.
    move sum-header-s to unr-header.
    write report-rec from unreleased-line.
    go to unreleased-loop.
unreleased-wrap.
    close summary-file.
unreleased-done.
find-prog-slot.
    move 0 to prog-slot.
    move "n" to prog-hit.
                ldg-program
        end-if
    end-if.
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
mark-dayend.
    open input procdate-file.
    if fs-procdate not = "00"
        go to mark-dayend-done
    end-if.
    read procdate-file into proc-ctl
        at end
            close procdate-file
            go to mark-dayend-done
    end-read.
    close procdate-file.
    if ctl-proc-date not = report-date
        display "report date is not the processing date "
            ctl-proc-date ", day-end status not recorded"
        go to mark-dayend-done
    end-if.
    if cnt-lines > 0 and cnt-failures = 0 and cnt-gaps = 0
        move "C" to ctl-dayend-flag
        display "day-end clean for " report-date
            ", processing date may be rolled forward"
    else
        move "F" to ctl-dayend-flag
        display "day-end not clean for " report-date
            ", processing date held"
    end-if.
    move report-date to ctl-dayend-date.
    open output procdate-file.
    if fs-procdate not = "00"
        display "processing date file PROCDATE.DAT not updated, status "
            fs-procdate
        go to mark-dayend-done
    end-if.
    write procdate-rec from proc-ctl.
    close procdate-file.
    move ctl-dayend-flag to sts-flag.
    move ctl-dayend-date to sts-date.
    write report-rec from status-line.
mark-dayend-done.
