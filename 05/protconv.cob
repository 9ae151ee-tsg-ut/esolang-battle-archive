       >>SOURCE FORMAT IS FREE
id division.
program-id. a-protconv.
environment division.
input-output section.
file-control.
    select audit-file assign to "AUDIT.DAT"
        organization is line sequential
        file status is fs-audit.
    select archive-file assign to "AUDARCH.DAT"
        organization is line sequential
        file status is fs-archive.
    select extract-file assign to "EXTRACT.DAT"
        organization is line sequential
        file status is fs-extract.
    select vault-file assign to "VAULT.DAT"
        organization is line sequential
        file status is fs-vault.
    select work-file assign to "CONVWRK.DAT"
        organization is line sequential
        file status is fs-work.
    select proof-report assign to "CONVRPT.DAT"
        organization is line sequential.
    select procdate-file assign to "PROCDATE.DAT"
        organization is line sequential
        file status is fs-procdate.
    select ledger-file assign to "RUNLEDG.DAT"
        organization is line sequential
        file status is fs-ledger.
data division.
file section.
fd audit-file.
01 audit-rec.
    copy auditrec.
fd archive-file.
01 archive-rec.
    copy auditrec replacing leading ==audit== by ==arch==.
fd extract-file.
01 extract-rec.
    copy extractrec.
fd vault-file.
01 vault-rec.
    copy vaultrec.
fd work-file.
01 work-rec pic x(400).
fd proof-report.
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
1 fs-audit pic xx.
1 fs-archive pic xx.
1 fs-extract pic xx.
1 fs-vault pic xx.
1 fs-work pic xx.
1 answer pic x.
1 file-error-flag pic x value "n".
1 cx pic 99.
1 cnt-read pic 9(9) value 0.
1 cnt-converted pic 9(9) value 0.
1 cnt-already pic 9(9) value 0.
1 cnt-sources pic 9(9) value 0.
1 tot-read pic 9(9) value 0.
1 tot-converted pic 9(9) value 0.
1 tot-sources pic 9(9) value 0.
1 hdr-line.
    05 filler pic x(37) value "protected-mode conversion proof, date".
    05 filler pic x value space.
    05 hdr-date pic x(8).
1 head2-line.
    05 filler pic x(68) value "file          run date run   seq        det id     chars action".
1 detail-line.
    05 dtl-file pic x(13).
    05 filler pic x value space.
    05 dtl-date pic x(8).
    05 filler pic x value space.
    05 dtl-run pic 9(5).
    05 filler pic x value space.
    05 dtl-seq pic 9(9).
    05 filler pic x(2) value spaces.
    05 dtl-id pic x(10).
    05 filler pic x value space.
    05 dtl-chars pic x(5).
    05 filler pic x value space.
    05 dtl-action pic x(12).
1 count-line.
    05 cnt-file pic x(14).
    05 filler pic x(6) value " read ".
    05 cnt-line-read pic zzz,zzz,zz9.
    05 filler pic x(11) value " converted ".
    05 cnt-line-converted pic zzz,zzz,zz9.
    05 filler pic x(9) value " already ".
    05 cnt-line-already pic zzz,zzz,zz9.
    05 filler pic x(15) value " vault sources ".
    05 cnt-line-sources pic zzz,zzz,zz9.
1 result-line pic x(60).
1 blank-line pic x(100) value spaces.
procedure division.
main-para.
    perform get-proc-date thru proc-date-done.
    display "convert AUDIT.DAT, AUDARCH.DAT and EXTRACT.DAT history "
        "to protected form (y/n): " with no advancing.
    accept answer.
    if answer not = "y" and answer not = "Y"
        display "conversion not confirmed, no files changed."
        move "START" to ledger-phase
        perform write-ledger
        move "END" to ledger-phase
        move "NOACTION" to ledger-condition
        perform write-ledger
        stop run
    end-if.
    move "START" to ledger-phase.
    perform write-ledger.
    open extend vault-file.
    if fs-vault = "35"
        open output vault-file
    end-if.
    if fs-vault not = "00"
        display "vault file VAULT.DAT unavailable, status " fs-vault
        move "END" to ledger-phase
        move "FILE-ERROR" to ledger-condition
        move 8 to ledger-rc
        perform write-ledger
        stop run
    end-if.
    open output proof-report.
    move proc-date to hdr-date.
    write report-rec from hdr-line.
    write report-rec from head2-line.
    perform convert-archive thru archive-done.
    perform convert-audit thru audit-done.
    perform convert-extract thru extract-done.
    close vault-file.
    write report-rec from blank-line.
    move "END" to ledger-phase.
    if file-error-flag = "y"
        move "conversion incomplete, see file errors above"
            to result-line
        move "FILE-ERROR" to ledger-condition
        move 8 to ledger-rc
    else
        move "conversion complete, clear source held in vault only"
            to result-line
        move "CONVERTED" to ledger-condition
        move 0 to ledger-rc
    end-if.
    write report-rec from result-line.
    close proof-report.
    display result-line.
    display "records read " tot-read " converted " tot-converted
        " vault sources written " tot-sources.
    perform write-ledger.
    stop run.
write-ledger.
    open extend ledger-file.
    if fs-ledger = "35"
        open output ledger-file
    end-if.
    move proc-date to ldg-date.
    move function current-date(9:6) to ldg-time.
    move "a-protconv" to ldg-program.
    move ledger-phase to ldg-phase.
    move 0 to ldg-run-number.
    move ledger-condition to ldg-condition.
    move ledger-rc to ldg-rc.
    move tot-read to ldg-processed.
    move tot-sources to ldg-skipped.
    move tot-converted to ldg-masked.
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
reset-counts.
    move 0 to cnt-read cnt-converted cnt-already cnt-sources.
put-counts.
    add cnt-read to tot-read.
    add cnt-converted to tot-converted.
    add cnt-sources to tot-sources.
    move cnt-read to cnt-line-read.
    move cnt-converted to cnt-line-converted.
    move cnt-already to cnt-line-already.
    move cnt-sources to cnt-line-sources.
    write report-rec from count-line.
put-source.
    write vault-rec.
    add 1 to cnt-sources.
    move "SOURCE-VAULT" to dtl-action.
convert-archive.
    perform reset-counts.
    move "AUDARCH.DAT" to dtl-file cnt-file.
    open input archive-file.
    if fs-archive = "35"
        go to archive-report
    end-if.
    if fs-archive not = "00"
        move "archive file AUDARCH.DAT unavailable" to result-line
        perform file-error
        go to archive-done
    end-if.
    open output work-file.
    if fs-work not = "00"
        close archive-file
        move spaces to result-line
        string "work file not opened, status " fs-work ", "
            "AUDARCH.DAT unchanged" delimited by size into result-line
        perform file-error
        go to archive-done
    end-if.
archive-loop.
    read archive-file
        at end go to archive-split
    end-read.
    add 1 to cnt-read.
    if arch-protect = "Y"
        add 1 to cnt-already
    else
        move arch-date to dtl-date
        move arch-run-number to dtl-run
        move arch-seq to dtl-seq
        move arch-det-id to dtl-id
        move spaces to dtl-chars
        move "SCRUBBED" to dtl-action
        if arch-p not = spaces
            move arch-date to vlt-run-date
            move arch-run-number to vlt-run-number
            move arch-seq to vlt-audit-seq
            move arch-det-id to vlt-det-id
            move 1 to vlt-seg-pos
            move 50 to vlt-seg-len
            move arch-p to vlt-seg-text
            move "P" to vlt-seg-type
            perform put-source
        end-if
        move spaces to arch-p
        move spaces to arch-det-segment
        move spaces to arch-det-filler
        move "Y" to arch-protect
        add 1 to cnt-converted
        write report-rec from detail-line
    end-if.
    write work-rec from archive-rec.
    go to archive-loop.
archive-split.
    close archive-file work-file.
    open input work-file.
    if fs-work not = "00"
        move spaces to result-line
        string "work file not reopened, status " fs-work ", "
            "AUDARCH.DAT unchanged" delimited by size into result-line
        perform file-error
        go to archive-done
    end-if.
    open output archive-file.
    if fs-archive not = "00"
        close work-file
        move spaces to result-line
        string "AUDARCH.DAT not rewritten, status " fs-archive
            delimited by size into result-line
        perform file-error
        go to archive-done
    end-if.
archive-reload.
    read work-file
        at end go to archive-reload-wrap
    end-read.
    write archive-rec from work-rec.
    go to archive-reload.
archive-reload-wrap.
    close work-file archive-file.
archive-report.
    perform put-counts.
archive-done.
convert-audit.
    perform reset-counts.
    move "AUDIT.DAT" to dtl-file cnt-file.
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
    add 1 to cnt-read.
    if audit-protect = "Y"
        add 1 to cnt-already
    else
        move audit-date to dtl-date
        move audit-run-number to dtl-run
        move audit-seq to dtl-seq
        move audit-det-id to dtl-id
        move spaces to dtl-chars
        move "SCRUBBED" to dtl-action
        if audit-p not = spaces
            move audit-date to vlt-run-date
            move audit-run-number to vlt-run-number
            move audit-seq to vlt-audit-seq
            move audit-det-id to vlt-det-id
            move 1 to vlt-seg-pos
            move 50 to vlt-seg-len
            move audit-p to vlt-seg-text
            move "P" to vlt-seg-type
            perform put-source
        end-if
        move spaces to audit-p
        move spaces to audit-det-segment
        move spaces to audit-det-filler
        move "Y" to audit-protect
        add 1 to cnt-converted
        write report-rec from detail-line
    end-if.
    write work-rec from audit-rec.
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
    perform put-counts.
audit-done.
convert-extract.
    perform reset-counts.
    move "EXTRACT.DAT" to dtl-file cnt-file.
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
    add 1 to cnt-read.
    if ext-protect = "Y"
        add 1 to cnt-already
    else
        move 0 to ext-mask-chars
        if ext-source-p not = spaces
            perform varying cx from 1 by 1 until cx > 50
                if ext-source-p(cx:1) not = ext-masked-s(cx:1)
                    add 1 to ext-mask-chars
                end-if
            end-perform
        end-if
        move ext-run-date to dtl-date
        move ext-run-number to dtl-run
        move ext-audit-seq to dtl-seq
        move ext-det-id to dtl-id
        move ext-mask-chars to dtl-chars
        move "SCRUBBED" to dtl-action
        move spaces to ext-source-p
        move spaces to ext-det-segment
        move spaces to ext-det-filler
        move "Y" to ext-protect
        add 1 to cnt-converted
        write report-rec from detail-line
    end-if.
    write work-rec from extract-rec.
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
    perform put-counts.
extract-done.
