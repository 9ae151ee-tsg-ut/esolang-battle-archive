       >>SOURCE FORMAT IS FREE
id division.
program-id. a-distrib.
environment division.
input-output section.
file-control.
    select recipient-file assign to "RECIPIENT.DAT"
        organization is line sequential
        file status is fs-recipient.
    select extract-file assign to "EXTRACT.DAT"
        organization is line sequential
        file status is fs-extract.
    select dst-file assign using dst-name
        organization is line sequential
        file status is fs-dst.
    select manifest-file assign to "MANIFEST.DAT"
        organization is line sequential
        file status is fs-manifest.
    select work-file assign to "DISTWRK.DAT"
        organization is line sequential
        file status is fs-work.
    select dist-report assign to "DISTRPT.DAT"
        organization is line sequential.
    select procdate-file assign to "PROCDATE.DAT"
        organization is line sequential
        file status is fs-procdate.
    select ledger-file assign to "RUNLEDG.DAT"
        organization is line sequential
        file status is fs-ledger.
data division.
file section.
fd recipient-file.
01 recipient-rec.
    05 rcp-region pic x(5).
    05 rcp-recipient pic x(8).
    05 rcp-name pic x(30).
fd extract-file.
01 extract-rec.
    copy extractrec.
fd dst-file.
01 dst-header-rec.
    05 dsh-type pic x.
    05 dsh-recipient pic x(8).
    05 dsh-xmit pic 9(5).
    05 dsh-run-date pic x(8).
    05 dsh-run-number pic 9(5).
    05 dsh-sent-date pic x(8).
    05 dsh-sent-time pic x(6).
    05 dsh-name pic x(30).
01 dst-detail-rec.
    05 dsd-type pic x.
    05 dsd-run-date pic x(8).
    05 dsd-run-number pic 9(5).
    05 dsd-audit-seq pic 9(9).
    05 dsd-det-id pic x(10).
    05 dsd-det-region pic x(5).
    05 dsd-mask-mode pic x.
    05 dsd-masked-s pic x(50).
01 dst-trailer-rec.
    05 dst-type pic x.
    05 dst-count pic 9(9).
    05 dst-hash pic 9(9).
fd manifest-file.
01 manifest-rec.
    copy manifrec.
fd work-file.
01 work-rec pic x(400).
fd dist-report.
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
1 fs-recipient pic xx.
1 fs-extract pic xx.
1 fs-dst pic xx.
1 fs-manifest pic xx.
1 fs-work pic xx.
1 dst-name pic x(40).
1 search-date pic x(8).
1 search-run-number pic 9(5).
1 answer pic x.
1 file-error-flag pic x value "n".
1 sent-time pic x(6).
1 last-xmit pic 9(5) value 0.
1 prior-count pic 9(5) value 0.
1 cnt-superseded pic 9(5) value 0.
1 cnt-rows pic 9(9) value 0.
1 cnt-sent pic 9(9) value 0.
1 cnt-files pic 9(5) value 0.
1 cnt-unrouted pic 9(9) value 0.
1 cnt-held pic 9(9) value 0.
1 rec-hash pic 9(5).
1 hx pic 99.
1 work-region pic x(5).
1 r pic 9(3).
1 rcp-slot pic 9(3).
1 rcp-hit pic x.
1 rcp-max pic 9(3) value 200.
1 rcp-count pic 9(3) value 0.
1 recipient-table.
    05 recipient-entry occurs 200.
        10 tbl-rcp-region pic x(5).
        10 tbl-rcp-id pic x(8).
        10 tbl-rcp-name pic x(30).
1 d pic 9(3).
1 dx pic 9(3).
1 dist-slot pic 9(3).
1 dist-hit pic x.
1 dist-count pic 9(3) value 0.
1 dist-table.
    05 dist-entry occurs 200.
        10 tbl-dist-id pic x(8).
        10 tbl-dist-name pic x(30).
        10 tbl-dist-rows pic 9(9).
        10 tbl-dist-hash pic 9(9).
        10 tbl-dist-xmit pic 9(5).
        10 tbl-dist-file pic x(40).
1 u pic 9(3).
1 unr-hit pic x.
1 unr-max pic 9(3) value 100.
1 unr-count pic 9(3) value 0.
1 unrouted-table.
    05 unrouted-entry occurs 100.
        10 tbl-unr-region pic x(5).
        10 tbl-unr-rows pic 9(9).
1 hdr-line.
    05 filler pic x(25) value "extract distribution for ".
    05 hdr-date pic x(8).
    05 filler pic x(5) value " run ".
    05 hdr-run pic 9(5).
1 head2-line.
    05 filler pic x(73) value "recipient xmit  file name                                    records hash".
1 detail-line.
    05 dtl-recipient pic x(8).
    05 filler pic x(2) value spaces.
    05 dtl-xmit pic 9(5).
    05 filler pic x value space.
    05 dtl-file pic x(40).
    05 filler pic x value space.
    05 dtl-rows pic zzz,zzz,zz9.
    05 filler pic x value space.
    05 dtl-hash pic 9(9).
1 unrouted-line.
    05 filler pic x(33) value "no recipient for region, records ".
    05 unr-region pic x(5).
    05 filler pic x value space.
    05 unr-rows pic zzz,zzz,zz9.
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
    display "enter run date (yyyymmdd, blank for " proc-date "): "
        with no advancing.
    accept search-date.
    if search-date = spaces
        move proc-date to search-date
    end-if.
    display "enter run number: " with no advancing.
    accept search-run-number.
    perform load-recipients thru recipients-done.
    if file-error-flag = "y"
        perform end-file-error
    end-if.
    perform scan-manifest thru manifest-done.
    if file-error-flag = "y"
        perform end-file-error
    end-if.
    if prior-count > 0
        display "run already distributed, transmissions on file "
            prior-count
        display "redistribute and supersede them (y/n): "
            with no advancing
        accept answer
        if answer not = "y" and answer not = "Y"
            display "redistribution not confirmed, nothing sent."
            move "END" to ledger-phase
            move "NOACTION" to ledger-condition
            perform write-ledger
            stop run
        end-if
    end-if.
    perform count-extract thru count-done.
    if file-error-flag = "y"
        perform end-file-error
    end-if.
    if cnt-rows = 0
        display "no extract records for run " search-date " "
            search-run-number
        move "END" to ledger-phase
        move "NODATA" to ledger-condition
        move 4 to ledger-rc
        perform write-ledger
        stop run
    end-if.
    if cnt-held > 0
        display "run has records not released by QA review " cnt-held
        display "complete the review with a-qareview, nothing sent."
        move "END" to ledger-phase
        move "QA-HOLD" to ledger-condition
        move 4 to ledger-rc
        perform write-ledger
        stop run
    end-if.
    if prior-count > 0
        perform supersede-manifest thru supersede-done
        if file-error-flag = "y"
            perform end-file-error
        end-if
    end-if.
    move function current-date(9:6) to sent-time.
    open extend manifest-file.
    if fs-manifest = "35"
        open output manifest-file
    end-if.
    perform varying d from 1 by 1 until d > dist-count
        if tbl-dist-rows(d) > 0
            perform send-recipient thru send-done
        end-if
    end-perform.
    close manifest-file.
    perform write-report.
    move "END" to ledger-phase.
    if file-error-flag = "y"
        move "FILE-ERROR" to ledger-condition
        move 8 to ledger-rc
    else
        if cnt-unrouted > 0
            move "UNROUTED" to ledger-condition
            move 4 to ledger-rc
        else
            move "SENT" to ledger-condition
            move 0 to ledger-rc
        end-if
    end-if.
    display "files sent " cnt-files " records " cnt-sent
        " unrouted " cnt-unrouted.
    perform write-ledger.
    stop run.
end-file-error.
    move "END" to ledger-phase.
    move "FILE-ERROR" to ledger-condition.
    move 8 to ledger-rc.
    perform write-ledger.
    stop run.
write-ledger.
    open extend ledger-file.
    if fs-ledger = "35"
        open output ledger-file
    end-if.
    move proc-date to ldg-date.
    move function current-date(9:6) to ldg-time.
    move "a-distrib" to ldg-program.
    move ledger-phase to ldg-phase.
    move search-run-number to ldg-run-number.
    move ledger-condition to ldg-condition.
    move ledger-rc to ldg-rc.
    move cnt-rows to ldg-processed.
    move cnt-unrouted to ldg-skipped.
    move cnt-sent to ldg-masked.
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
load-recipients.
    open input recipient-file.
    if fs-recipient not = "00"
        display "recipient table RECIPIENT.DAT unavailable, status "
            fs-recipient
        move "y" to file-error-flag
        go to recipients-done
    end-if.
recipients-loop.
    read recipient-file
        at end go to recipients-wrap
    end-read.
    move rcp-region to work-region.
    perform find-recipient.
    if rcp-slot > 0
        display "duplicate region in RECIPIENT.DAT ignored "
            rcp-region
        go to recipients-loop
    end-if.
    if rcp-count < rcp-max
        add 1 to rcp-count
        move rcp-region to tbl-rcp-region(rcp-count)
        move rcp-recipient to tbl-rcp-id(rcp-count)
        move rcp-name to tbl-rcp-name(rcp-count)
    else
        display "recipient table full, region ignored " rcp-region
        go to recipients-loop
    end-if.
    move "n" to dist-hit.
    perform varying d from 1 by 1
            until d > dist-count or dist-hit = "y"
        if tbl-dist-id(d) = rcp-recipient
            move "y" to dist-hit
        end-if
    end-perform.
    if dist-hit = "n"
        add 1 to dist-count
        move rcp-recipient to tbl-dist-id(dist-count)
        move rcp-name to tbl-dist-name(dist-count)
        move 0 to tbl-dist-rows(dist-count)
        move 0 to tbl-dist-hash(dist-count)
        move 0 to tbl-dist-xmit(dist-count)
        move spaces to tbl-dist-file(dist-count)
    end-if.
    go to recipients-loop.
recipients-wrap.
    close recipient-file.
recipients-done.
find-recipient.
    move 0 to rcp-slot.
    move "n" to rcp-hit.
    perform varying r from 1 by 1
            until r > rcp-count or rcp-hit = "y"
        if tbl-rcp-region(r) = work-region
            move "y" to rcp-hit
            move r to rcp-slot
        end-if
    end-perform.
    move 0 to dist-slot.
    if rcp-slot > 0
        perform varying dx from 1 by 1 until dx > dist-count
            if tbl-dist-id(dx) = tbl-rcp-id(rcp-slot)
                move dx to dist-slot
            end-if
        end-perform
    end-if.
scan-manifest.
    open input manifest-file.
    if fs-manifest = "35"
        go to manifest-done
    end-if.
    if fs-manifest not = "00"
        display "manifest MANIFEST.DAT unavailable, status "
            fs-manifest
        move "y" to file-error-flag
        go to manifest-done
    end-if.
manifest-loop.
    read manifest-file
        at end go to manifest-wrap
    end-read.
    if man-xmit > last-xmit
        move man-xmit to last-xmit
    end-if.
    if man-run-date = search-date
            and man-run-number = search-run-number
            and man-status not = "SUPERSEDED"
        add 1 to prior-count
    end-if.
    go to manifest-loop.
manifest-wrap.
    close manifest-file.
manifest-done.
count-extract.
    open input extract-file.
    if fs-extract not = "00"
        display "extract file EXTRACT.DAT unavailable, status "
            fs-extract
        move "y" to file-error-flag
        go to count-done
    end-if.
count-loop.
    read extract-file
        at end go to count-wrap
    end-read.
    if ext-run-date not = search-date
            or ext-run-number not = search-run-number
        go to count-loop
    end-if.
    add 1 to cnt-rows.
    if ext-release = "P" or ext-release = "X"
        add 1 to cnt-held
    end-if.
    move ext-det-region to work-region.
    perform find-recipient.
    if dist-slot > 0
        add 1 to tbl-dist-rows(dist-slot)
        go to count-loop
    end-if.
    add 1 to cnt-unrouted.
    move "n" to unr-hit.
    perform varying u from 1 by 1
            until u > unr-count or unr-hit = "y"
        if tbl-unr-region(u) = ext-det-region
            move "y" to unr-hit
            add 1 to tbl-unr-rows(u)
        end-if
    end-perform.
    if unr-hit = "n" and unr-count < unr-max
        add 1 to unr-count
        move ext-det-region to tbl-unr-region(unr-count)
        move 1 to tbl-unr-rows(unr-count)
    end-if.
    go to count-loop.
count-wrap.
    close extract-file.
count-done.
supersede-manifest.
    open input manifest-file.
    if fs-manifest not = "00"
        display "manifest MANIFEST.DAT unavailable, status "
            fs-manifest
        move "y" to file-error-flag
        go to supersede-done
    end-if.
    open output work-file.
    if fs-work not = "00"
        close manifest-file
        display "work file DISTWRK.DAT not opened, status " fs-work
            ", MANIFEST.DAT unchanged"
        move "y" to file-error-flag
        go to supersede-done
    end-if.
supersede-loop.
    read manifest-file
        at end go to supersede-split
    end-read.
    if man-run-date = search-date
            and man-run-number = search-run-number
            and man-status not = "SUPERSEDED"
        move "SUPERSEDED" to man-status
        move proc-date to man-ack-date
        move function current-date(9:6) to man-ack-time
        move "redistributed" to man-reason
        add 1 to cnt-superseded
    end-if.
    write work-rec from manifest-rec.
    go to supersede-loop.
supersede-split.
    close manifest-file work-file.
    open input work-file.
    if fs-work not = "00"
        display "work file DISTWRK.DAT not reopened, status " fs-work
            ", MANIFEST.DAT unchanged"
        move "y" to file-error-flag
        go to supersede-done
    end-if.
    open output manifest-file.
    if fs-manifest not = "00"
        close work-file
        display "MANIFEST.DAT not rewritten, status " fs-manifest
        move "y" to file-error-flag
        go to supersede-done
    end-if.
supersede-reload.
    read work-file
        at end go to supersede-reload-wrap
    end-read.
    write manifest-rec from work-rec.
    go to supersede-reload.
supersede-reload-wrap.
    close work-file manifest-file.
supersede-done.
send-recipient.
    add 1 to last-xmit.
    move last-xmit to tbl-dist-xmit(d).
    move spaces to dst-name.
    string "DST" delimited by size
        tbl-dist-id(d) delimited by space
        "_" delimited by size
        last-xmit delimited by size
        ".DAT" delimited by size
        into dst-name.
    move dst-name to tbl-dist-file(d).
    open output dst-file.
    if fs-dst not = "00"
        display "outbound file " dst-name " not created, status "
            fs-dst
        move "y" to file-error-flag
        go to send-done
    end-if.
    move "H" to dsh-type.
    move tbl-dist-id(d) to dsh-recipient.
    move last-xmit to dsh-xmit.
    move search-date to dsh-run-date.
    move search-run-number to dsh-run-number.
    move proc-date to dsh-sent-date.
    move sent-time to dsh-sent-time.
    move tbl-dist-name(d) to dsh-name.
    write dst-header-rec.
    move 0 to tbl-dist-rows(d).
    move 0 to tbl-dist-hash(d).
    open input extract-file.
    if fs-extract not = "00"
        display "extract file EXTRACT.DAT unavailable, status "
            fs-extract
        close dst-file
        move "y" to file-error-flag
        go to send-done
    end-if.
send-loop.
    read extract-file
        at end go to send-wrap
    end-read.
    if ext-run-date not = search-date
            or ext-run-number not = search-run-number
        go to send-loop
    end-if.
    move ext-det-region to work-region.
    perform find-recipient.
    if dist-slot not = d
        go to send-loop
    end-if.
    move "D" to dsd-type.
    move ext-run-date to dsd-run-date.
    move ext-run-number to dsd-run-number.
    move ext-audit-seq to dsd-audit-seq.
    move ext-det-id to dsd-det-id.
    move ext-det-region to dsd-det-region.
    move ext-mask-mode to dsd-mask-mode.
    move ext-masked-s to dsd-masked-s.
    write dst-detail-rec.
    add 1 to tbl-dist-rows(d).
    move 0 to rec-hash.
    perform varying hx from 1 by 1 until hx > 10
        add function ord(ext-det-id(hx:1)) to rec-hash
    end-perform.
    add rec-hash to tbl-dist-hash(d).
    if tbl-dist-hash(d) >= 999999999
        subtract 999999999 from tbl-dist-hash(d)
    end-if.
    go to send-loop.
send-wrap.
    close extract-file.
    move "T" to dst-type.
    move tbl-dist-rows(d) to dst-count.
    move tbl-dist-hash(d) to dst-hash.
    write dst-trailer-rec.
    close dst-file.
    move last-xmit to man-xmit.
    move proc-date to man-sent-date.
    move sent-time to man-sent-time.
    move search-date to man-run-date.
    move search-run-number to man-run-number.
    move tbl-dist-id(d) to man-recipient.
    move dst-name to man-file-name.
    move tbl-dist-rows(d) to man-count.
    move tbl-dist-hash(d) to man-hash.
    move "SENT" to man-status.
    move spaces to man-ack-date.
    move spaces to man-ack-time.
    move spaces to man-reason.
    write manifest-rec.
    add 1 to cnt-files.
    add tbl-dist-rows(d) to cnt-sent.
send-done.
write-report.
    open output dist-report.
    move search-date to hdr-date.
    move search-run-number to hdr-run.
    write report-rec from hdr-line.
    write report-rec from head2-line.
    perform varying d from 1 by 1 until d > dist-count
        if tbl-dist-xmit(d) > 0
            move tbl-dist-id(d) to dtl-recipient
            move tbl-dist-xmit(d) to dtl-xmit
            move tbl-dist-file(d) to dtl-file
            move tbl-dist-rows(d) to dtl-rows
            move tbl-dist-hash(d) to dtl-hash
            write report-rec from detail-line
        end-if
    end-perform.
    perform varying u from 1 by 1 until u > unr-count
        move tbl-unr-region(u) to unr-region
        move tbl-unr-rows(u) to unr-rows
        write report-rec from unrouted-line
        display unrouted-line
    end-perform.
    write report-rec from blank-line.
    move "extract records for run" to cnt-label.
    move cnt-rows to cnt-value.
    write report-rec from cnt-line.
    move "records sent" to cnt-label.
    move cnt-sent to cnt-value.
    write report-rec from cnt-line.
    move "records with no recipient" to cnt-label.
    move cnt-unrouted to cnt-value.
    write report-rec from cnt-line.
    move "outbound files written" to cnt-label.
    move cnt-files to cnt-value.
    write report-rec from cnt-line.
    move "earlier transmissions superseded" to cnt-label.
    move cnt-superseded to cnt-value.
    write report-rec from cnt-line.
    if file-error-flag = "y"
        move "distribution incomplete, see file errors" to result-line
        write report-rec from result-line
    end-if.
    close dist-report.
