       >>SOURCE FORMAT IS FREE
id division.
program-id. a-backout.
environment division.
input-output section.
file-control.
    select mask-file assign to "MASKOUT.DAT"
        organization is line sequential
        file status is fs-mask.
    select extract-file assign to "EXTRACT.DAT"
        organization is line sequential
        file status is fs-extract.
    select audit-file assign to "AUDIT.DAT"
        organization is line sequential
        file status is fs-audit.
    select vault-file assign to "VAULT.DAT"
        organization is line sequential
        file status is fs-vault.
    select suspense-file assign to "SUSPENSE.DAT"
        organization is line sequential
        file status is fs-suspense.
    select summary-file assign to "SUMMARY.DAT"
        organization is line sequential
        file status is fs-summary.
    select qa-file assign to "QAREVIEW.DAT"
        organization is line sequential
        file status is fs-qa.
    select optional restart-file assign to "RESTART.DAT"
        organization is line sequential
        file status is fs-restart.
    select work-file assign to "BACKWRK.DAT"
        organization is line sequential
        file status is fs-work.
    select backout-report assign to "BACKRPT.DAT"
        organization is line sequential.
    select procdate-file assign to "PROCDATE.DAT"
        organization is line sequential
        file status is fs-procdate.
    select ledger-file assign to "RUNLEDG.DAT"
        organization is line sequential
        file status is fs-ledger.
data division.
file section.
fd mask-file.
01 mask-rec pic x(50).
fd extract-file.
01 extract-rec.
    copy extractrec.
fd audit-file.
01 audit-rec.
    copy auditrec.
fd vault-file.
01 vault-rec.
    copy vaultrec.
fd suspense-file.
01 suspense-rec.
    copy susrec.
fd summary-file.
01 summary-rec.
    copy sumrec.
fd qa-file.
01 qa-rec.
    copy qarevrec.
fd restart-file.
01 restart-rec.
    05 restart-seq-val pic 9(9).
fd work-file.
01 work-rec pic x(400).
fd backout-report.
01 report-rec pic x(80).
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
1 fs-mask pic xx.
1 fs-extract pic xx.
1 fs-audit pic xx.
1 fs-vault pic xx.
1 fs-suspense pic xx.
1 fs-summary pic xx.
1 fs-qa pic xx.
1 fs-restart pic xx.
1 fs-work pic xx.
1 search-date pic x(8).
1 search-run-number pic 9(5) value 0.
1 answer pic x.
1 file-error-flag pic x value "n".
1 hit pic x.
1 i pic 9(9).
1 img-max pic 9(9) value 250000.
1 img-count pic 9(9) value 0.
1 img-cursor pic 9(9) value 1.
1 img-overflow-flag pic x value "n".
1 image-table.
    05 image-entry occurs 250000.
        10 tbl-image pic x(50).
        10 tbl-used pic x.
        10 tbl-seq pic 9(9).
        10 tbl-need pic x.
1 cnt-need-source pic 9(9) value 0.
1 cnt-removed pic 9(9) value 0.
1 cnt-kept pic 9(9) value 0.
1 tot-removed pic 9(9) value 0.
1 rmv-mask pic 9(9) value 0.
1 rmv-extract pic 9(9) value 0.
1 rmv-audit pic 9(9) value 0.
1 rmv-vault pic 9(9) value 0.
1 rmv-suspense pic 9(9) value 0.
1 rmv-summary pic 9(9) value 0.
1 rmv-qa pic 9(9) value 0.
1 cnt-worked pic 9(9) value 0.
1 hdr-line.
    05 filler pic x(20) value "backout of run date ".
    05 hdr-date pic x(8).
    05 filler pic x(12) value " run number ".
    05 hdr-run pic 9(5).
1 head2-line.
    05 filler pic x(40) value "file               removed        kept".
1 count-line.
    05 cnt-file pic x(14).
    05 filler pic x value space.
    05 cnt-line-removed pic zzz,zzz,zz9.
    05 filler pic x value space.
    05 cnt-line-kept pic zzz,zzz,zz9.
1 note-line.
    05 note-label pic x(44).
    05 note-value pic zzz,zzz,zz9.
1 result-line pic x(60).
1 blank-line pic x(80) value spaces.
procedure division.
main-para.
    perform get-proc-date thru proc-date-done.
    display "enter run date to back out (yyyymmdd): "
        with no advancing.
    accept search-date.
    display "enter run number to back out: " with no advancing.
    accept search-run-number.
    display "back out run " search-date " " search-run-number
        " from all output files (y/n): " with no advancing.
    accept answer.
    if answer not = "y" and answer not = "Y"
        display "backout not confirmed, no files changed."
        move "START" to ledger-phase
        move "BACKOUT" to ledger-condition
        perform write-ledger
        move "END" to ledger-phase
        move "NOACTION" to ledger-condition
        perform write-ledger
        stop run
    end-if.
    move "START" to ledger-phase.
    move "BACKOUT" to ledger-condition.
    perform write-ledger.
    open output backout-report.
    move search-date to hdr-date.
    move search-run-number to hdr-run.
    write report-rec from hdr-line.
    write report-rec from head2-line.
    perform load-mask-images thru images-done.
    perform strip-maskout thru maskout-done.
    perform strip-extract thru extract-done.
    perform strip-audit thru audit-done.
    perform strip-vault thru vault-done.
    perform strip-suspense thru suspense-done.
    perform strip-summary thru summary-done.
    perform strip-qareview thru qareview-done.
    open output restart-file.
    close restart-file.
    write report-rec from blank-line.
    move "restart file RESTART.DAT reset to empty" to result-line.
    write report-rec from result-line.
    if cnt-worked > 0
        move "suspense entries already worked by a-suspfix"
            to note-label
        move cnt-worked to note-value
        write report-rec from note-line
        display "suspense entries already worked " cnt-worked
    end-if.
    if img-overflow-flag = "y"
        move "masked image table full, MASKOUT.DAT partly backed out"
            to result-line
        write report-rec from result-line
        display result-line
    end-if.
    move "END" to ledger-phase.
    if file-error-flag = "y"
        move "backout incomplete, see file errors above" to result-line
        move "FILE-ERROR" to ledger-condition
        move 8 to ledger-rc
    else
        if tot-removed = 0
            move "no records found for run, nothing backed out"
                to result-line
            move "NOTFOUND" to ledger-condition
            move 4 to ledger-rc
        else
            if img-overflow-flag = "y"
                move "backout incomplete, masked table full"
                    to result-line
                move "TBL-FULL" to ledger-condition
                move 4 to ledger-rc
            else
                move "backout complete, run may be reprocessed"
                    to result-line
                move "REVERSED" to ledger-condition
                move 0 to ledger-rc
            end-if
        end-if
    end-if.
    write report-rec from result-line.
    close backout-report.
    display result-line.
    display "records removed " tot-removed.
    perform write-ledger.
    stop run.
write-ledger.
    open extend ledger-file.
    if fs-ledger = "35"
        open output ledger-file
    end-if.
    move proc-date to ldg-date.
    move function current-date(9:6) to ldg-time.
    move "a-backout" to ldg-program.
    move ledger-phase to ldg-phase.
    move search-run-number to ldg-run-number.
    move ledger-condition to ldg-condition.
    move ledger-rc to ldg-rc.
    move tot-removed to ldg-processed.
    move rmv-suspense to ldg-skipped.
    move rmv-extract to ldg-masked.
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
file-error.
    move "y" to file-error-flag.
    write report-rec from result-line.
    display result-line.
load-mask-images.
    open input audit-file.
    if fs-audit not = "00"
        go to images-done
    end-if.
images-loop.
    read audit-file
        at end go to images-wrap
    end-read.
    if audit-date not = search-date
            or audit-run-number not = search-run-number
        go to images-loop
    end-if.
    if audit-disposition(1 : 6) not = "MASKED"
            and audit-disposition not = "EXEMPT-UNMASKED"
        go to images-loop
    end-if.
    if img-count >= img-max
        move "y" to img-overflow-flag
        go to images-loop
    end-if.
    add 1 to img-count.
    move audit-seq to tbl-seq(img-count).
    move "n" to tbl-need(img-count).
    if audit-disposition = "EXEMPT-UNMASKED"
        move audit-p to tbl-image(img-count)
        if audit-protect = "Y"
            move "y" to tbl-need(img-count)
            add 1 to cnt-need-source
        end-if
    else
        move audit-s to tbl-image(img-count)
    end-if.
    move "n" to tbl-used(img-count).
    go to images-loop.
images-wrap.
    close audit-file.
    if cnt-need-source > 0
        perform fill-images thru fill-images-done
    end-if.
images-done.
fill-images.
    open input vault-file.
    if fs-vault not = "00"
        go to fill-images-done
    end-if.
fill-images-loop.
    read vault-file
        at end go to fill-images-wrap
    end-read.
    if vlt-seg-type not = "P" or vlt-run-date not = search-date
            or vlt-run-number not = search-run-number
        go to fill-images-loop
    end-if.
    move "n" to hit.
    perform varying i from 1 by 1 until i > img-count or hit = "y"
        if tbl-need(i) = "y" and tbl-seq(i) = vlt-audit-seq
            move "y" to hit
            move "n" to tbl-need(i)
            move vlt-seg-text to tbl-image(i)
        end-if
    end-perform.
    go to fill-images-loop.
fill-images-wrap.
    close vault-file.
fill-images-done.
strip-maskout.
    move 0 to cnt-removed cnt-kept.
    open input mask-file.
    if fs-mask = "35"
        go to maskout-report
    end-if.
    if fs-mask not = "00"
        move "masked file MASKOUT.DAT unavailable" to result-line
        perform file-error
        go to maskout-done
    end-if.
    open output work-file.
    if fs-work not = "00"
        close mask-file
        move spaces to result-line
        string "work file not opened, status " fs-work ", "
            "MASKOUT.DAT unchanged" delimited by size into result-line
        perform file-error
        go to maskout-done
    end-if.
maskout-loop.
    read mask-file
        at end go to maskout-split
    end-read.
    move "n" to hit.
    if img-cursor <= img-count
        if tbl-image(img-cursor) = mask-rec
                and tbl-used(img-cursor) = "n"
            move "y" to tbl-used(img-cursor)
            move "y" to hit
            add 1 to img-cursor
        end-if
    end-if.
    if hit = "n"
        perform varying i from 1 by 1
                until i > img-count or hit = "y"
            if tbl-image(i) = mask-rec and tbl-used(i) = "n"
                move "y" to tbl-used(i)
                move "y" to hit
            end-if
        end-perform
    end-if.
    if hit = "y"
        add 1 to cnt-removed
    else
        add 1 to cnt-kept
        write work-rec from mask-rec
    end-if.
    go to maskout-loop.
maskout-split.
    close mask-file work-file.
    open input work-file.
    if fs-work not = "00"
        move spaces to result-line
        string "work file not reopened, status " fs-work ", "
            "MASKOUT.DAT unchanged" delimited by size into result-line
        perform file-error
        go to maskout-done
    end-if.
    open output mask-file.
    if fs-mask not = "00"
        close work-file
        move spaces to result-line
        string "MASKOUT.DAT not rewritten, status " fs-mask
            delimited by size into result-line
        perform file-error
        go to maskout-done
    end-if.
maskout-reload.
    read work-file
        at end go to maskout-reload-wrap
    end-read.
    write mask-rec from work-rec.
    go to maskout-reload.
maskout-reload-wrap.
    close work-file mask-file.
maskout-report.
    move cnt-removed to rmv-mask.
    add cnt-removed to tot-removed.
    move "MASKOUT.DAT" to cnt-file.
    perform put-count.
maskout-done.
strip-extract.
    move 0 to cnt-removed cnt-kept.
    open input extract-file.
    if fs-extract = "35"
        go to extract-report
    end-if.
    if fs-extract not = "00"
        move "extract file EXTRACT.DAT unavailable" to result-line
        perform file-error
        go to extract-done
    end-if.
    open output work-file.
    if fs-work not = "00"
        close extract-file
        move spaces to result-line
        string "work file not opened, status " fs-work ", "
            "EXTRACT.DAT unchanged" delimited by size into result-line
        perform file-error
        go to extract-done
    end-if.
extract-loop.
    read extract-file
        at end go to extract-split
    end-read.
    if ext-run-date = search-date and ext-run-number = search-run-number
        add 1 to cnt-removed
    else
        add 1 to cnt-kept
        write work-rec from extract-rec
    end-if.
    go to extract-loop.
extract-split.
    close extract-file work-file.
    open input work-file.
    if fs-work not = "00"
        move spaces to result-line
        string "work file not reopened, status " fs-work ", "
            "EXTRACT.DAT unchanged" delimited by size into result-line
        perform file-error
        go to extract-done
    end-if.
    open output extract-file.
    if fs-extract not = "00"
        close work-file
        move spaces to result-line
        string "EXTRACT.DAT not rewritten, status " fs-extract
            delimited by size into result-line
        perform file-error
        go to extract-done
    end-if.
extract-reload.
    read work-file
        at end go to extract-reload-wrap
    end-read.
    write extract-rec from work-rec.
    go to extract-reload.
extract-reload-wrap.
    close work-file extract-file.
extract-report.
    move cnt-removed to rmv-extract.
    add cnt-removed to tot-removed.
    move "EXTRACT.DAT" to cnt-file.
    perform put-count.
extract-done.
strip-audit.
    move 0 to cnt-removed cnt-kept.
    open input audit-file.
    if fs-audit = "35"
        go to audit-report
    end-if.
    if fs-audit not = "00"
        move "audit file AUDIT.DAT unavailable" to result-line
        perform file-error
        go to audit-done
    end-if.
    open output work-file.
    if fs-work not = "00"
        close audit-file
        move spaces to result-line
        string "work file not opened, status " fs-work ", "
            "AUDIT.DAT unchanged" delimited by size into result-line
        perform file-error
        go to audit-done
    end-if.
audit-loop.
    read audit-file
        at end go to audit-split
    end-read.
    if audit-date = search-date
            and audit-run-number = search-run-number
        add 1 to cnt-removed
    else
        add 1 to cnt-kept
        write work-rec from audit-rec
    end-if.
    go to audit-loop.
audit-split.
    close audit-file work-file.
    open input work-file.
    if fs-work not = "00"
        move spaces to result-line
        string "work file not reopened, status " fs-work ", "
            "AUDIT.DAT unchanged" delimited by size into result-line
        perform file-error
        go to audit-done
    end-if.
    open output audit-file.
    if fs-audit not = "00"
        close work-file
        move spaces to result-line
        string "AUDIT.DAT not rewritten, status " fs-audit
            delimited by size into result-line
        perform file-error
        go to audit-done
    end-if.
audit-reload.
    read work-file
        at end go to audit-reload-wrap
    end-read.
    write audit-rec from work-rec.
    go to audit-reload.
audit-reload-wrap.
    close work-file audit-file.
audit-report.
    move cnt-removed to rmv-audit.
    add cnt-removed to tot-removed.
    move "AUDIT.DAT" to cnt-file.
    perform put-count.
audit-done.
strip-vault.
    move 0 to cnt-removed cnt-kept.
    open input vault-file.
    if fs-vault = "35"
        go to vault-report
    end-if.
    if fs-vault not = "00"
        move "vault file VAULT.DAT unavailable" to result-line
        perform file-error
        go to vault-done
    end-if.
    open output work-file.
    if fs-work not = "00"
        close vault-file
        move spaces to result-line
        string "work file not opened, status " fs-work ", "
            "VAULT.DAT unchanged" delimited by size into result-line
        perform file-error
        go to vault-done
    end-if.
vault-loop.
    read vault-file
        at end go to vault-split
    end-read.
    if vlt-run-date = search-date
            and vlt-run-number = search-run-number
        add 1 to cnt-removed
    else
        add 1 to cnt-kept
        write work-rec from vault-rec
    end-if.
    go to vault-loop.
vault-split.
    close vault-file work-file.
    open input work-file.
    if fs-work not = "00"
        move spaces to result-line
        string "work file not reopened, status " fs-work ", "
            "VAULT.DAT unchanged" delimited by size into result-line
        perform file-error
        go to vault-done
    end-if.
    open output vault-file.
    if fs-vault not = "00"
        close work-file
        move spaces to result-line
        string "VAULT.DAT not rewritten, status " fs-vault
            delimited by size into result-line
        perform file-error
        go to vault-done
    end-if.
vault-reload.
    read work-file
        at end go to vault-reload-wrap
    end-read.
    write vault-rec from work-rec.
    go to vault-reload.
vault-reload-wrap.
    close work-file vault-file.
vault-report.
    move cnt-removed to rmv-vault.
    add cnt-removed to tot-removed.
    move "VAULT.DAT" to cnt-file.
    perform put-count.
vault-done.
strip-suspense.
    move 0 to cnt-removed cnt-kept.
    open input suspense-file.
    if fs-suspense = "35"
        go to suspense-report
    end-if.
    if fs-suspense not = "00"
        move "suspense file SUSPENSE.DAT unavailable" to result-line
        perform file-error
        go to suspense-done
    end-if.
    open output work-file.
    if fs-work not = "00"
        close suspense-file
        move spaces to result-line
        string "work file not opened, status " fs-work ", "
            "SUSPENSE.DAT unchanged" delimited by size into result-line
        perform file-error
        go to suspense-done
    end-if.
suspense-loop.
    read suspense-file
        at end go to suspense-split
    end-read.
    if sus-run-date = search-date
            and sus-run-number = search-run-number
        add 1 to cnt-removed
        if sus-status not = "P"
            add 1 to cnt-worked
        end-if
    else
        add 1 to cnt-kept
        write work-rec from suspense-rec
    end-if.
    go to suspense-loop.
suspense-split.
    close suspense-file work-file.
    open input work-file.
    if fs-work not = "00"
        move spaces to result-line
        string "work file not reopened, status " fs-work ", "
            "SUSPENSE.DAT unchanged" delimited by size into result-line
        perform file-error
        go to suspense-done
    end-if.
    open output suspense-file.
    if fs-suspense not = "00"
        close work-file
        move spaces to result-line
        string "SUSPENSE.DAT not rewritten, status " fs-suspense
            delimited by size into result-line
        perform file-error
        go to suspense-done
    end-if.
suspense-reload.
    read work-file
        at end go to suspense-reload-wrap
    end-read.
    write suspense-rec from work-rec.
    go to suspense-reload.
suspense-reload-wrap.
    close work-file suspense-file.
suspense-report.
    move cnt-removed to rmv-suspense.
    add cnt-removed to tot-removed.
    move "SUSPENSE.DAT" to cnt-file.
    perform put-count.
suspense-done.
strip-summary.
    move 0 to cnt-removed cnt-kept.
    open input summary-file.
    if fs-summary = "35"
        go to summary-report
    end-if.
    if fs-summary not = "00"
        move "summary file SUMMARY.DAT unavailable" to result-line
        perform file-error
        go to summary-done
    end-if.
    open output work-file.
    if fs-work not = "00"
        close summary-file
        move spaces to result-line
        string "work file not opened, status " fs-work ", "
            "SUMMARY.DAT unchanged" delimited by size into result-line
        perform file-error
        go to summary-done
    end-if.
summary-loop.
    read summary-file
        at end go to summary-split
    end-read.
    if sum-run-date = search-date
            and sum-run-number = search-run-number
        add 1 to cnt-removed
    else
        add 1 to cnt-kept
        write work-rec from summary-rec
    end-if.
    go to summary-loop.
summary-split.
    close summary-file work-file.
    open input work-file.
    if fs-work not = "00"
        move spaces to result-line
        string "work file not reopened, status " fs-work ", "
            "SUMMARY.DAT unchanged" delimited by size into result-line
        perform file-error
        go to summary-done
    end-if.
    open output summary-file.
    if fs-summary not = "00"
        close work-file
        move spaces to result-line
        string "SUMMARY.DAT not rewritten, status " fs-summary
            delimited by size into result-line
        perform file-error
        go to summary-done
    end-if.
summary-reload.
    read work-file
        at end go to summary-reload-wrap
    end-read.
    write summary-rec from work-rec.
    go to summary-reload.
summary-reload-wrap.
    close work-file summary-file.
summary-report.
    move cnt-removed to rmv-summary.
    add cnt-removed to tot-removed.
    move "SUMMARY.DAT" to cnt-file.
    perform put-count.
summary-done.
strip-qareview.
    move 0 to cnt-removed cnt-kept.
    open input qa-file.
    if fs-qa = "35"
        go to qareview-report
    end-if.
    if fs-qa not = "00"
        move "QA review file QAREVIEW.DAT unavailable" to result-line
        perform file-error
        go to qareview-done
    end-if.
    open output work-file.
    if fs-work not = "00"
        close qa-file
        move spaces to result-line
        string "work file not opened, status " fs-work ", "
            "QAREVIEW.DAT unchanged" delimited by size into result-line
        perform file-error
        go to qareview-done
    end-if.
qareview-loop.
    read qa-file
        at end go to qareview-split
    end-read.
    if qa-run-date = search-date
            and qa-run-number = search-run-number
        add 1 to cnt-removed
    else
        add 1 to cnt-kept
        write work-rec from qa-rec
    end-if.
    go to qareview-loop.
qareview-split.
    close qa-file work-file.
    open input work-file.
    if fs-work not = "00"
        move spaces to result-line
        string "work file not reopened, status " fs-work ", "
            "QAREVIEW.DAT unchanged" delimited by size into result-line
        perform file-error
        go to qareview-done
    end-if.
    open output qa-file.
    if fs-qa not = "00"
        close work-file
        move spaces to result-line
        string "QAREVIEW.DAT not rewritten, status " fs-qa
            delimited by size into result-line
        perform file-error
        go to qareview-done
    end-if.
qareview-reload.
    read work-file
        at end go to qareview-reload-wrap
    end-read.
    write qa-rec from work-rec.
    go to qareview-reload.
qareview-reload-wrap.
    close work-file qa-file.
qareview-report.
    move cnt-removed to rmv-qa.
    add cnt-removed to tot-removed.
    move "QAREVIEW.DAT" to cnt-file.
    perform put-count.
qareview-done.
put-count.
    move cnt-removed to cnt-line-removed.
    move cnt-kept to cnt-line-kept.
    write report-rec from count-line.
