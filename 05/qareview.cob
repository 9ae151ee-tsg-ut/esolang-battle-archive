       >>SOURCE FORMAT IS FREE
id division.
program-id. a-qareview.
environment division.
input-output section.
file-control.
    select summary-file assign to "SUMMARY.DAT"
        organization is line sequential
        file status is fs-summary.
    select qa-file assign to "QAREVIEW.DAT"
        organization is line sequential
        file status is fs-qa.
    select extract-file assign to "EXTRACT.DAT"
        organization is line sequential
        file status is fs-extract.
    select vault-file assign to "VAULT.DAT"
        organization is line sequential
        file status is fs-vault.
    select work-file assign to "QAWRK.DAT"
        organization is line sequential
        file status is fs-work.
    select procdate-file assign to "PROCDATE.DAT"
        organization is line sequential
        file status is fs-procdate.
    select ledger-file assign to "RUNLEDG.DAT"
        organization is line sequential
        file status is fs-ledger.
data division.
file section.
fd summary-file.
01 summary-rec.
    copy sumrec.
fd qa-file.
01 qa-rec.
    copy qarevrec.
fd extract-file.
01 extract-rec.
    copy extractrec.
fd vault-file.
01 vault-rec.
    copy vaultrec.
fd work-file.
01 work-rec pic x(400).
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
1 fs-summary pic xx.
1 fs-qa pic xx.
1 fs-extract pic xx.
1 fs-vault pic xx.
1 fs-work pic xx.
1 reviewer pic x(10).
1 search-date pic x(8).
1 search-run-number pic 9(5) value 0.
1 search-batch pic 9(5) value 0.
1 answer pic x.
1 decision pic x value space.
1 release-code pic x.
1 review-time pic x(6).
1 file-error-flag pic x value "n".
1 b pic 9(3).
1 batch-hit pic x.
1 pend-max pic 9(3) value 500.
1 pend-count pic 9(3) value 0.
1 pending-table.
    05 pending-entry occurs 500.
        10 tbl-pend-batch pic 9(5).
1 q pic 9(3).
1 qa-slot pic 9(3).
1 sample-max pic 9(3) value 500.
1 sample-count pic 9(3) value 0.
1 cnt-viewed pic 9(3) value 0.
1 cnt-nosource pic 9(5) value 0.
1 cnt-released pic 9(9) value 0.
1 sample-table.
    05 sample-entry occurs 500.
        10 tbl-seq pic 9(9).
        10 tbl-det-id pic x(10).
        10 tbl-region pic x(5).
        10 tbl-protect pic x.
        10 tbl-masked-s pic x(50).
        10 tbl-source-p pic x(50).
        10 tbl-found pic x.
procedure division.
main-para.
    perform get-proc-date thru proc-date-done.
    display "enter reviewer id: " with no advancing.
    accept reviewer.
    move "START" to ledger-phase.
    perform write-ledger.
    if reviewer = spaces
        display "reviewer id is required, nothing reviewed."
        move "END" to ledger-phase
        move "NOACTION" to ledger-condition
        perform write-ledger
        stop run
    end-if.
    display "enter run date (yyyymmdd, blank for " proc-date "): "
        with no advancing.
    accept search-date.
    if search-date = spaces
        move proc-date to search-date
    end-if.
    display "enter run number: " with no advancing.
    accept search-run-number.
    perform list-pending thru pending-done.
    if file-error-flag = "y"
        perform end-file-error
    end-if.
    if pend-count = 0
        display "no batches pending QA release for run " search-date
            " " search-run-number
        move "END" to ledger-phase
        move "NOPENDING" to ledger-condition
        move 0 to ledger-rc
        perform write-ledger
        stop run
    end-if.
    display "enter batch number to review: " with no advancing.
    accept search-batch.
    move "n" to batch-hit.
    perform varying b from 1 by 1
            until b > pend-count or batch-hit = "y"
        if tbl-pend-batch(b) = search-batch
            move "y" to batch-hit
        end-if
    end-perform.
    if batch-hit = "n"
        display "batch " search-batch " is not pending review, "
            "nothing reviewed."
        move "END" to ledger-phase
        move "NOACTION" to ledger-condition
        perform write-ledger
        stop run
    end-if.
    perform load-samples thru samples-done.
    if file-error-flag = "y"
        perform end-file-error
    end-if.
    perform fill-extract-source thru extract-source-done.
    perform fill-vault-source thru vault-source-done.
    perform show-samples thru show-done.
    display "samples viewed " cnt-viewed " of " sample-count.
    if cnt-nosource > 0
        display "samples with no source on file " cnt-nosource
    end-if.
    display "(a)pprove batch for release, (r)eject for backout, "
        "(n)o decision: " with no advancing.
    accept answer.
    if answer = "a" or answer = "A"
        if sample-count = 0
            display "batch has no samples on file, cannot be approved, "
                "no decision recorded."
        else
            if cnt-viewed < sample-count
                display "all samples must be viewed before approval, "
                    "no decision recorded."
            else
                move "A" to decision
                move "R" to release-code
            end-if
        end-if
    end-if.
    if answer = "r" or answer = "R"
        move "X" to decision
        move "X" to release-code
    end-if.
    if decision = space
        display "batch left pending release."
        move "END" to ledger-phase
        move "NOACTION" to ledger-condition
        perform write-ledger
        stop run
    end-if.
    move function current-date(9:6) to review-time.
    perform mark-summary thru mark-summary-done.
    if file-error-flag = "y"
        display "decision not recorded, extract records unchanged."
        perform end-file-error
    end-if.
    perform mark-extract thru mark-extract-done.
    move "END" to ledger-phase.
    if file-error-flag = "y"
        move "FILE-ERROR" to ledger-condition
        move 8 to ledger-rc
    else
        if decision = "A"
            display "batch " search-batch " approved, extract records "
                "released " cnt-released
            move "APPROVED" to ledger-condition
            move 0 to ledger-rc
        else
            display "batch " search-batch " rejected, extract records "
                "held " cnt-released
            display "back out run " search-date " " search-run-number
                " with a-backout and reprocess."
            move "REJECTED" to ledger-condition
            move 4 to ledger-rc
        end-if
    end-if.
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
    move "a-qareview" to ldg-program.
    move ledger-phase to ldg-phase.
    move search-run-number to ldg-run-number.
    move ledger-condition to ldg-condition.
    move ledger-rc to ldg-rc.
    move sample-count to ldg-processed.
    move cnt-viewed to ldg-skipped.
    move cnt-released to ldg-masked.
    move search-batch to ldg-batch.
    move reviewer to ldg-user.
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
list-pending.
    open input summary-file.
    if fs-summary not = "00"
        display "summary file SUMMARY.DAT unavailable, status "
            fs-summary
        move "y" to file-error-flag
        go to pending-done
    end-if.
pending-loop.
    read summary-file
        at end go to pending-wrap
    end-read.
    if sum-run-date not = search-date
            or sum-run-number not = search-run-number
            or sum-qa-status not = "P"
        go to pending-loop
    end-if.
    if pend-count < pend-max
        add 1 to pend-count
        move sum-batch-number to tbl-pend-batch(pend-count)
    else
        display "pending batch table full, batch not listed "
            sum-batch-number
        go to pending-loop
    end-if.
    display "batch " sum-batch-number " masked " sum-masked
        " sampled " sum-qa-sampled " feed " sum-feed-id.
    display "    header: " sum-header-s.
    go to pending-loop.
pending-wrap.
    close summary-file.
pending-done.
load-samples.
    open input qa-file.
    if fs-qa not = "00"
        display "QA review file QAREVIEW.DAT unavailable, status "
            fs-qa
        move "y" to file-error-flag
        go to samples-done
    end-if.
samples-loop.
    read qa-file
        at end go to samples-wrap
    end-read.
    if qa-run-date not = search-date
            or qa-run-number not = search-run-number
            or qa-batch-number not = search-batch
        go to samples-loop
    end-if.
    if sample-count < sample-max
        add 1 to sample-count
        move qa-audit-seq to tbl-seq(sample-count)
        move qa-det-id to tbl-det-id(sample-count)
        move qa-det-region to tbl-region(sample-count)
        move qa-protect to tbl-protect(sample-count)
        move qa-masked-s to tbl-masked-s(sample-count)
        move spaces to tbl-source-p(sample-count)
        move "n" to tbl-found(sample-count)
    else
        display "sample table full, sample not reviewed "
            qa-audit-seq
    end-if.
    go to samples-loop.
samples-wrap.
    close qa-file.
samples-done.
find-sample.
    move 0 to qa-slot.
    perform varying q from 1 by 1
            until q > sample-count or qa-slot > 0
        if tbl-seq(q) = ext-audit-seq
            move q to qa-slot
        end-if
    end-perform.
fill-extract-source.
    open input extract-file.
    if fs-extract not = "00"
        go to extract-source-done
    end-if.
extract-source-loop.
    read extract-file
        at end go to extract-source-wrap
    end-read.
    if ext-run-date not = search-date
            or ext-run-number not = search-run-number
            or ext-protect = "Y"
        go to extract-source-loop
    end-if.
    perform find-sample.
    if qa-slot > 0
        move ext-source-p to tbl-source-p(qa-slot)
        move "y" to tbl-found(qa-slot)
    end-if.
    go to extract-source-loop.
extract-source-wrap.
    close extract-file.
extract-source-done.
fill-vault-source.
    open input vault-file.
    if fs-vault not = "00"
        go to vault-source-done
    end-if.
vault-source-loop.
    read vault-file
        at end go to vault-source-wrap
    end-read.
    if vlt-seg-type not = "P"
            or vlt-run-date not = search-date
            or vlt-run-number not = search-run-number
        go to vault-source-loop
    end-if.
    move 0 to qa-slot.
    perform varying q from 1 by 1
            until q > sample-count or qa-slot > 0
        if tbl-seq(q) = vlt-audit-seq and tbl-protect(q) = "Y"
            move q to qa-slot
        end-if
    end-perform.
    if qa-slot > 0
        move vlt-seg-text to tbl-source-p(qa-slot)
        move "y" to tbl-found(qa-slot)
    end-if.
    go to vault-source-loop.
vault-source-wrap.
    close vault-file.
vault-source-done.
show-samples.
    move 0 to q.
show-loop.
    add 1 to q.
    if q > sample-count
        go to show-done
    end-if.
    display " ".
    display "sample " q " of " sample-count " seq " tbl-seq(q)
        " id " tbl-det-id(q) " region " tbl-region(q).
    if tbl-found(q) = "y"
        display "source: " tbl-source-p(q)
    else
        display "source: not on file"
        add 1 to cnt-nosource
    end-if.
    display "masked: " tbl-masked-s(q).
    add 1 to cnt-viewed.
    display "enter for next sample, (q) to stop: " with no advancing.
    accept answer.
    if answer = "q" or answer = "Q"
        go to show-done
    end-if.
    go to show-loop.
show-done.
mark-summary.
    open input summary-file.
    if fs-summary not = "00"
        display "summary file SUMMARY.DAT unavailable, status "
            fs-summary
        move "y" to file-error-flag
        go to mark-summary-done
    end-if.
    open output work-file.
    if fs-work not = "00"
        close summary-file
        display "work file QAWRK.DAT not opened, status " fs-work
            ", SUMMARY.DAT unchanged"
        move "y" to file-error-flag
        go to mark-summary-done
    end-if.
mark-summary-loop.
    read summary-file
        at end go to mark-summary-split
    end-read.
    if sum-run-date = search-date
            and sum-run-number = search-run-number
            and sum-batch-number = search-batch
            and sum-qa-status = "P"
        move decision to sum-qa-status
        move reviewer to sum-qa-reviewer
        move proc-date to sum-qa-date
        move review-time to sum-qa-time
    end-if.
    write work-rec from summary-rec.
    go to mark-summary-loop.
mark-summary-split.
    close summary-file work-file.
    open input work-file.
    if fs-work not = "00"
        display "work file QAWRK.DAT not reopened, status " fs-work
            ", SUMMARY.DAT unchanged"
        move "y" to file-error-flag
        go to mark-summary-done
    end-if.
    open output summary-file.
    if fs-summary not = "00"
        close work-file
        display "SUMMARY.DAT not rewritten, status " fs-summary
        move "y" to file-error-flag
        go to mark-summary-done
    end-if.
mark-summary-reload.
    read work-file
        at end go to mark-summary-reload-wrap
    end-read.
    write summary-rec from work-rec.
    go to mark-summary-reload.
mark-summary-reload-wrap.
    close work-file summary-file.
mark-summary-done.
mark-extract.
    open input extract-file.
    if fs-extract not = "00"
        display "extract file EXTRACT.DAT unavailable, status "
            fs-extract
        move "y" to file-error-flag
        go to mark-extract-done
    end-if.
    open output work-file.
    if fs-work not = "00"
        close extract-file
        display "work file QAWRK.DAT not opened, status " fs-work
            ", EXTRACT.DAT unchanged"
        move "y" to file-error-flag
        go to mark-extract-done
    end-if.
mark-extract-loop.
    read extract-file
        at end go to mark-extract-split
    end-read.
    if ext-run-date = search-date
            and ext-run-number = search-run-number
            and ext-batch-number = search-batch
            and ext-release = "P"
        move release-code to ext-release
        add 1 to cnt-released
    end-if.
    write work-rec from extract-rec.
    go to mark-extract-loop.
mark-extract-split.
    close extract-file work-file.
    open input work-file.
    if fs-work not = "00"
        display "work file QAWRK.DAT not reopened, status " fs-work
            ", EXTRACT.DAT unchanged"
        move "y" to file-error-flag
        go to mark-extract-done
    end-if.
    open output extract-file.
    if fs-extract not = "00"
        close work-file
        display "EXTRACT.DAT not rewritten, status " fs-extract
        move "y" to file-error-flag
        go to mark-extract-done
    end-if.
mark-extract-reload.
    read work-file
        at end go to mark-extract-reload-wrap
    end-read.
    write extract-rec from work-rec.
    go to mark-extract-reload.
mark-extract-reload-wrap.
    close work-file extract-file.
mark-extract-done.
