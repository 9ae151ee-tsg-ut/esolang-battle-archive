       >>SOURCE FORMAT IS FREE
id division.
program-id. a-distack.
environment division.
input-output section.
file-control.
    select manifest-file assign to "MANIFEST.DAT"
        organization is line sequential
        file status is fs-manifest.
    select ack-file assign using ack-name
        organization is line sequential
        file status is fs-ack.
    select work-file assign to "DISTWRK.DAT"
        organization is line sequential
        file status is fs-work.
    select delivery-report assign to "DELIVRPT.DAT"
        organization is line sequential.
    select procdate-file assign to "PROCDATE.DAT"
        organization is line sequential
        file status is fs-procdate.
    select ledger-file assign to "RUNLEDG.DAT"
        organization is line sequential
        file status is fs-ledger.
data division.
file section.
fd manifest-file.
01 manifest-rec.
    copy manifrec.
fd ack-file.
01 ack-rec.
    05 ack-code pic x(3).
    05 ack-xmit pic 9(5).
    05 ack-count pic 9(9).
    05 ack-hash pic 9(9).
    05 ack-date pic x(8).
    05 ack-time pic x(6).
    05 ack-reason pic x(30).
fd work-file.
01 work-rec pic x(400).
fd delivery-report.
01 report-rec pic x(120).
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
1 fs-manifest pic xx.
1 fs-ack pic xx.
1 fs-work pic xx.
1 ack-name pic x(40).
1 cutoff-date pic x(8).
1 file-error-flag pic x value "n".
1 cnt-entries pic 9(9) value 0.
1 cnt-acked pic 9(9) value 0.
1 cnt-naked pic 9(9) value 0.
1 cnt-mismatch pic 9(9) value 0.
1 cnt-outstanding pic 9(9) value 0.
1 cnt-rejected pic 9(9) value 0.
1 cnt-exceptions pic 9(9) value 0.
1 hdr-line.
    05 filler pic x(30) value "outstanding deliveries, cutoff".
    05 filler pic x value space.
    05 hdr-cutoff pic x(8).
    05 filler pic x(11) value ", run date ".
    05 hdr-date pic x(8).
1 head2-line.
    05 filler pic x(99) value "xmit  recipient run date run   file name                                sent     status      reason".
1 detail-line.
    05 dtl-xmit pic 9(5).
    05 filler pic x value space.
    05 dtl-recipient pic x(8).
    05 filler pic x(2) value spaces.
    05 dtl-run-date pic x(8).
    05 filler pic x value space.
    05 dtl-run pic 9(5).
    05 filler pic x value space.
    05 dtl-file pic x(40).
    05 filler pic x value space.
    05 dtl-sent pic x(8).
    05 filler pic x value space.
    05 dtl-status pic x(11).
    05 filler pic x value space.
    05 dtl-reason pic x(30).
1 cnt-line.
    05 cnt-label pic x(36).
    05 cnt-value pic 9(9).
1 result-line pic x(60).
1 blank-line pic x(120) value spaces.
procedure division.
main-para.
    perform get-proc-date thru proc-date-done.
    move "START" to ledger-phase.
    perform write-ledger.
    display "enter cutoff date, files sent before it must be "
        "acknowledged (yyyymmdd, blank for " proc-date "): "
        with no advancing.
    accept cutoff-date.
    if cutoff-date = spaces
        move proc-date to cutoff-date
    end-if.
    open output delivery-report.
    move cutoff-date to hdr-cutoff.
    move proc-date to hdr-date.
    write report-rec from hdr-line.
    write report-rec from head2-line.
    perform match-acks thru match-done.
    write report-rec from blank-line.
    move "transmissions on manifest" to cnt-label.
    move cnt-entries to cnt-value.
    write report-rec from cnt-line.
    move "acknowledgements loaded" to cnt-label.
    move cnt-acked to cnt-value.
    write report-rec from cnt-line.
    move "rejections loaded" to cnt-label.
    move cnt-naked to cnt-value.
    write report-rec from cnt-line.
    move "acknowledgements not matching" to cnt-label.
    move cnt-mismatch to cnt-value.
    write report-rec from cnt-line.
    move "outstanding past cutoff" to cnt-label.
    move cnt-outstanding to cnt-value.
    write report-rec from cnt-line.
    move "rejected, not yet resent" to cnt-label.
    move cnt-rejected to cnt-value.
    write report-rec from cnt-line.
    move "END" to ledger-phase.
    if file-error-flag = "y"
        move "delivery check incomplete, see file errors" to result-line
        move "FILE-ERROR" to ledger-condition
        move 8 to ledger-rc
    else
        if cnt-exceptions > 0
            move "deliveries outstanding or rejected" to result-line
            move "OUTSTAND" to ledger-condition
            move 4 to ledger-rc
        else
            move "all deliveries acknowledged" to result-line
            move "CLEAN" to ledger-condition
            move 0 to ledger-rc
        end-if
    end-if.
    write report-rec from result-line.
    close delivery-report.
    display result-line.
    display "acknowledged " cnt-acked " rejected " cnt-rejected
        " outstanding " cnt-outstanding.
    perform write-ledger.
    stop run.
write-ledger.
    open extend ledger-file.
    if fs-ledger = "35"
        open output ledger-file
    end-if.
    move proc-date to ldg-date.
    move function current-date(9:6) to ldg-time.
    move "a-distack" to ldg-program.
    move ledger-phase to ldg-phase.
    move 0 to ldg-run-number.
    move ledger-condition to ldg-condition.
    move ledger-rc to ldg-rc.
    move cnt-entries to ldg-processed.
    move cnt-exceptions to ldg-skipped.
    move cnt-acked to ldg-masked.
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
match-acks.
    open input manifest-file.
    if fs-manifest not = "00"
        move "manifest MANIFEST.DAT unavailable" to result-line
        write report-rec from result-line
        display result-line
        move "y" to file-error-flag
        go to match-done
    end-if.
    open output work-file.
    if fs-work not = "00"
        close manifest-file
        move spaces to result-line
        string "work file not opened, status " fs-work ", "
            "MANIFEST.DAT unchanged" delimited by size into result-line
        write report-rec from result-line
        display result-line
        move "y" to file-error-flag
        go to match-done
    end-if.
match-loop.
    read manifest-file
        at end go to match-split
    end-read.
    add 1 to cnt-entries.
    if man-status = "SENT"
        perform load-ack thru load-ack-done
    end-if.
    if man-status = "NAKED" or man-status = "MISMATCH"
        add 1 to cnt-rejected
        add 1 to cnt-exceptions
        perform put-detail
    end-if.
    if man-status = "SENT" and man-sent-date < cutoff-date
        add 1 to cnt-outstanding
        add 1 to cnt-exceptions
        perform put-detail
    end-if.
    write work-rec from manifest-rec.
    go to match-loop.
match-split.
    close manifest-file work-file.
    open input work-file.
    if fs-work not = "00"
        move spaces to result-line
        string "work file not reopened, status " fs-work ", "
            "MANIFEST.DAT unchanged" delimited by size into result-line
        write report-rec from result-line
        display result-line
        move "y" to file-error-flag
        go to match-done
    end-if.
    open output manifest-file.
    if fs-manifest not = "00"
        close work-file
        move spaces to result-line
        string "MANIFEST.DAT not rewritten, status " fs-manifest
            delimited by size into result-line
        write report-rec from result-line
        display result-line
        move "y" to file-error-flag
        go to match-done
    end-if.
match-reload.
    read work-file
        at end go to match-reload-wrap
    end-read.
    write manifest-rec from work-rec.
    go to match-reload.
match-reload-wrap.
    close work-file manifest-file.
match-done.
load-ack.
    move man-file-name to ack-name.
    move "ACK" to ack-name(1:3).
    open input ack-file.
    if fs-ack = "35"
        go to load-ack-done
    end-if.
    if fs-ack not = "00"
        display "acknowledgement " ack-name " unreadable, status "
            fs-ack
        move "y" to file-error-flag
        go to load-ack-done
    end-if.
    read ack-file
        at end
            close ack-file
            display "acknowledgement " ack-name " is empty"
            go to load-ack-done
    end-read.
    close ack-file.
    move ack-date to man-ack-date.
    move ack-time to man-ack-time.
    if ack-xmit not = man-xmit
        move "MISMATCH" to man-status
        move "acknowledges another xmit" to man-reason
        add 1 to cnt-mismatch
        go to load-ack-done
    end-if.
    if ack-code = "NAK"
        move "NAKED" to man-status
        move ack-reason to man-reason
        add 1 to cnt-naked
        go to load-ack-done
    end-if.
    if ack-code not = "ACK"
        move "MISMATCH" to man-status
        move "ack code not ACK or NAK" to man-reason
        add 1 to cnt-mismatch
        go to load-ack-done
    end-if.
    if ack-count not = man-count or ack-hash not = man-hash
        move "MISMATCH" to man-status
        move "count or hash not as sent" to man-reason
        add 1 to cnt-mismatch
        go to load-ack-done
    end-if.
    move "ACKED" to man-status.
    move spaces to man-reason.
    add 1 to cnt-acked.
load-ack-done.
put-detail.
    move man-xmit to dtl-xmit.
    move man-recipient to dtl-recipient.
    move man-run-date to dtl-run-date.
    move man-run-number to dtl-run.
    move man-file-name to dtl-file.
    move man-sent-date to dtl-sent.
    if man-status = "SENT"
        move "OUTSTANDING" to dtl-status
    else
        move man-status to dtl-status
    end-if.
    move man-reason to dtl-reason.
    write report-rec from detail-line.
