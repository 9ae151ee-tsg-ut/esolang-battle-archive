       >>SOURCE FORMAT IS FREE
id division.
program-id. a-subject.
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
    select suspense-file assign to "SUSPENSE.DAT"
        organization is line sequential
        file status is fs-suspense.
    select recycle-file assign to "RECYCLE.DAT"
        organization is line sequential
        file status is fs-recycle.
    select resubmap-file assign to "RESUBMAP.DAT"
        organization is line sequential
        file status is fs-resubmap.
    select reject-file assign to "REJECT.DAT"
        organization is line sequential
        file status is fs-reject.
    select duplicate-file assign to "DUPLICATE.DAT"
        organization is line sequential
        file status is fs-duplicate.
    select mismatch-file assign to "MISMATCH.DAT"
        organization is line sequential
        file status is fs-mismatch.
    select held-file assign to "HELDBATCH.DAT"
        organization is line sequential
        file status is fs-held.
    select master-file assign to "CUSTMAST.DAT"
        organization is indexed
        access is random
        record key is cust-id
        file status is fs-master.
    select history-file assign to "CUSTHIST.DAT"
        organization is line sequential
        file status is fs-history.
    select token-file assign to "TOKENXREF.DAT"
        organization is indexed
        access is dynamic
        record key is tok-token
        alternate record key is tok-clear-key
        file status is fs-token.
    select optional subject-ctl assign to "SUBJCTL.DAT"
        organization is line sequential
        file status is fs-ctl.
    select work-file assign to "SUBJWRK.DAT"
        organization is line sequential
        file status is fs-work.
    select subject-report assign using report-name
        organization is line sequential.
    select cert-file assign using cert-file-name
        organization is line sequential
        file status is fs-cert.
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
fd suspense-file.
01 suspense-rec.
    copy susrec.
fd recycle-file.
01 recycle-rec.
    05 rcy-status pic x.
    05 rcy-source pic x(8).
    05 rcy-queue-date pic x(8).
    05 rcy-run-date pic x(8).
    05 rcy-run-number pic 9(5).
    05 rcy-seq pic 9(9).
    05 rcy-reason pic x(10).
    05 rcy-header-s pic x(50).
    05 rcy-p pic x(50).
fd resubmap-file.
01 resubmap-rec.
    copy resubmap.
fd reject-file.
01 reject-rec pic x(50).
fd duplicate-file.
01 dup-rec pic x(50).
fd mismatch-file.
01 mismatch-rec pic x(50).
fd held-file.
01 held-rec pic x(50).
fd master-file.
01 master-rec.
    copy custrec.
fd history-file.
01 history-rec.
    copy custhist.
fd token-file.
01 token-rec.
    copy tokrec.
fd subject-ctl.
01 subject-ctl-rec.
    05 ctl-last-cert pic 9(5).
fd work-file.
01 work-rec pic x(400).
fd subject-report.
01 report-rec pic x(100).
fd cert-file.
01 cert-rec pic x(100).
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
1 fs-suspense pic xx.
1 fs-recycle pic xx.
1 fs-resubmap pic xx.
1 fs-reject pic xx.
1 fs-duplicate pic xx.
1 fs-mismatch pic xx.
1 fs-held pic xx.
1 fs-master pic xx.
1 fs-token pic xx.
1 fs-history pic xx.
1 erase-before.
    copy custrec replacing leading ==cust== by ==ers==.
1 fs-ctl pic xx.
1 fs-work pic xx.
1 fs-cert pic xx.
1 user-id pic x(10).
1 mode-code pic x.
1 erase-flag pic x value "n".
1 answer pic x.
1 search-id pic x(10).
1 cert-number pic 9(5) value 0.
1 report-name pic x(40).
1 cert-file-name pic x(40).
1 file-error-flag pic x value "n".
1 master-state pic x(10) value spaces.
1 work-p pic x(50).
1 work-p-fields redefines work-p.
    copy detrec.
1 cnt-found pic 9(9) value 0.
1 cnt-erased pic 9(9) value 0.
1 tot-found pic 9(9) value 0.
1 tot-erased pic 9(9) value 0.
1 cnt-tokens-erased pic 9(9) value 0.
1 cnt-tokens-shared pic 9(9) value 0.
1 sg pic 9(5).
1 seg-max pic 9(5) value 2000.
1 seg-count pic 9(5) value 0.
1 seg-full-flag pic x value "n".
1 segment-table.
    05 segment-entry occurs 2000.
        10 tbl-seg-len pic 99.
        10 tbl-seg-text pic x(50).
        10 tbl-seg-shared pic x.
1 hdr-line.
    05 filler pic x(29) value "subject access request, cert ".
    05 hdr-cert pic 9(5).
    05 filler pic x(8) value " det id ".
    05 hdr-id pic x(10).
    05 filler pic x(7) value " mode  ".
    05 hdr-mode pic x(10).
1 head2-line.
    05 filler pic x(70) value "file          run date run   seq        disposition          action".
1 detail-line.
    05 dtl-file pic x(13).
    05 filler pic x value space.
    05 dtl-date pic x(8).
    05 filler pic x value space.
    05 dtl-run pic x(5).
    05 filler pic x value space.
    05 dtl-seq pic x(9).
    05 filler pic x(2) value spaces.
    05 dtl-disposition pic x(20).
    05 filler pic x value space.
    05 dtl-action pic x(8).
1 master-line.
    05 filler pic x(16) value "customer master ".
    05 mst-id pic x(10).
    05 filler pic x value space.
    05 mst-status pic x.
    05 filler pic x value space.
    05 mst-name pic x(30).
    05 filler pic x value space.
    05 mst-region pic x(5).
    05 filler pic x value space.
    05 mst-eff pic x(8).
    05 filler pic x value space.
    05 mst-exp pic x(8).
1 cert-head-line.
    05 filler pic x(31) value "completion certificate number ".
    05 cert-head-number pic 9(5).
1 cert-req-line.
    05 filler pic x(13) value "request type ".
    05 cert-mode pic x(10).
    05 filler pic x(8) value " det id ".
    05 cert-id pic x(10).
    05 filler pic x(14) value " requested by ".
    05 cert-user pic x(10).
1 cert-date-line.
    05 filler pic x(13) value "completed on ".
    05 cert-date pic x(8).
    05 filler pic x value space.
    05 cert-time pic x(6).
1 cert-count-line.
    05 cert-name pic x(14).
    05 filler pic x(7) value " found ".
    05 cert-found pic zzz,zzz,zz9.
    05 filler pic x(8) value " erased ".
    05 cert-erased pic zzz,zzz,zz9.
1 cert-master-line.
    05 filler pic x(23) value "customer master entry  ".
    05 cert-master pic x(10).
1 cert-token-line.
    05 filler pic x(37) value "token cross-reference entries erased ".
    05 cert-tokens pic zzz,zzz,zz9.
1 cert-shared-line.
    05 filler pic x(37) value "token entries retained, shared      ".
    05 cert-shared pic zzz,zzz,zz9.
1 cert-end-line.
    05 filler pic x(30) value "request processed in full    ".
1 cert-fail-line.
    05 filler pic x(47)
        value "request incomplete, file errors, see run report".
1 result-line pic x(60).
1 blank-line pic x(100) value spaces.
procedure division.
main-para.
    perform get-proc-date thru proc-date-done.
    display "enter requesting user id: " with no advancing.
    accept user-id.
    display "(d)isclosure or (e)rasure request: " with no advancing.
    accept mode-code.
    if mode-code not = "d" and mode-code not = "D"
            and mode-code not = "e" and mode-code not = "E"
        display "unknown mode."
        move "START" to ledger-phase
        perform write-ledger
        move "END" to ledger-phase
        move "NOACTION" to ledger-condition
        perform write-ledger
        stop run
    end-if.
    display "enter det id / customer id: " with no advancing.
    accept search-id.
    if mode-code = "e" or mode-code = "E"
        display "erase all clear data held for " search-id
            " (y/n): " with no advancing
        accept answer
        if answer not = "y" and answer not = "Y"
            display "erasure not confirmed, no files changed."
            move "START" to ledger-phase
            perform write-ledger
            move "END" to ledger-phase
            move "NOACTION" to ledger-condition
            perform write-ledger
            stop run
        end-if
        move "y" to erase-flag
    end-if.
    perform next-cert-number thru cert-number-done.
    move "START" to ledger-phase.
    perform write-ledger.
    move spaces to report-name cert-file-name.
    string "SUBJRPT" cert-number ".DAT" delimited by size
        into report-name.
    string "SUBJCERT" cert-number ".DAT" delimited by size
        into cert-file-name.
    open output subject-report.
    move cert-number to hdr-cert.
    move search-id to hdr-id.
    if erase-flag = "y"
        move "ERASURE" to hdr-mode
    else
        move "DISCLOSURE" to hdr-mode
    end-if.
    write report-rec from hdr-line.
    write report-rec from head2-line.
    open output cert-file.
    move cert-number to cert-head-number.
    write cert-rec from cert-head-line.
    move hdr-mode to cert-mode.
    move search-id to cert-id.
    move user-id to cert-user.
    write cert-rec from cert-req-line.
    perform do-master thru master-done.
    perform do-audit thru audit-done.
    perform do-archive thru archive-done.
    perform do-extract thru extract-done.
    perform do-vault thru vault-done.
    perform do-suspense thru suspense-done.
    perform do-recycle thru recycle-done.
    perform do-resubmap thru resubmap-done.
    perform do-reject thru reject-done.
    perform do-duplicate thru duplicate-done.
    perform do-mismatch thru mismatch-done.
    perform do-held thru held-done.
    perform do-custhist thru custhist-done.
    if master-state = "ERASED"
        perform write-erase-history
    end-if.
    if erase-flag = "y"
        perform erase-tokens thru tokens-done
    end-if.
    move master-state to cert-master.
    write cert-rec from cert-master-line.
    if erase-flag = "y"
        move cnt-tokens-erased to cert-tokens
        write cert-rec from cert-token-line
        move cnt-tokens-shared to cert-shared
        write cert-rec from cert-shared-line
    end-if.
    move function current-date(1:8) to cert-date.
    move function current-date(9:6) to cert-time.
    write cert-rec from cert-date-line.
    if file-error-flag = "y"
        write cert-rec from cert-fail-line
    else
        write cert-rec from cert-end-line
    end-if.
    write cert-rec from blank-line.
    close cert-file.
    write report-rec from blank-line.
    if seg-full-flag = "y"
        move "vault segment table full, tokens partly erased"
            to result-line
        write report-rec from result-line
        display result-line
    end-if.
    move "END" to ledger-phase.
    if file-error-flag = "y"
        move "request incomplete, see file errors above" to result-line
        move "FILE-ERROR" to ledger-condition
        move 8 to ledger-rc
    else
        if erase-flag = "y"
            move "erasure complete" to result-line
            move "ERASED" to ledger-condition
        else
            move "disclosure complete" to result-line
            move "DISCLOSED" to ledger-condition
        end-if
        if tot-found = 0 and master-state = "NOT FOUND"
            move "nothing held for this id" to result-line
            move "NOTFOUND" to ledger-condition
            move 4 to ledger-rc
        end-if
    end-if.
    write report-rec from result-line.
    close subject-report.
    display result-line.
    display "certificate " cert-number " records found " tot-found
        " erased " tot-erased.
    display "listing " report-name.
    display "certificate file " cert-file-name.
    perform write-ledger.
    stop run.
write-ledger.
    open extend ledger-file.
    if fs-ledger = "35"
        open output ledger-file
    end-if.
    move proc-date to ldg-date.
    move function current-date(9:6) to ldg-time.
    move "a-subject" to ldg-program.
    move ledger-phase to ldg-phase.
    move cert-number to ldg-run-number.
    move ledger-condition to ldg-condition.
    move ledger-rc to ldg-rc.
    move tot-found to ldg-processed.
    move 0 to ldg-skipped.
    move tot-erased to ldg-masked.
    move 0 to ldg-batch.
    move user-id to ldg-user.
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
next-cert-number.
    move 0 to cert-number.
    open input subject-ctl.
    if fs-ctl = "00" or fs-ctl = "05"
        read subject-ctl
            not at end
                move ctl-last-cert to cert-number
        end-read
        close subject-ctl
    end-if.
    add 1 to cert-number.
    move cert-number to ctl-last-cert.
    open output subject-ctl.
    if fs-ctl not = "00" and fs-ctl not = "05"
        display "certificate control SUBJCTL.DAT not updated, status "
            fs-ctl
        move "START" to ledger-phase
        perform write-ledger
        move "END" to ledger-phase
        move "FILE-ERROR" to ledger-condition
        move 8 to ledger-rc
        perform write-ledger
        stop run
    end-if.
    write subject-ctl-rec.
    close subject-ctl.
cert-number-done.
file-error.
    move "y" to file-error-flag.
    write report-rec from result-line.
    display result-line.
put-detail.
    add 1 to cnt-found.
    write report-rec from detail-line.
put-counts.
    add cnt-found to tot-found.
    add cnt-erased to tot-erased.
    move cnt-found to cert-found.
    move cnt-erased to cert-erased.
    write cert-rec from cert-count-line.
do-master.
    open i-o master-file.
    if fs-master not = "00"
        move "customer master CUSTMAST.DAT unavailable" to result-line
        perform file-error
        move "UNAVAIL" to master-state
        go to master-done
    end-if.
    move search-id to cust-id.
    read master-file
        invalid key
            move "NOT FOUND" to master-state
            close master-file
            go to master-done
    end-read.
    move cust-id to mst-id.
    move cust-status to mst-status.
    move cust-name to mst-name.
    move cust-region to mst-region.
    move cust-eff-date to mst-eff.
    move cust-exp-date to mst-exp.
    write report-rec from master-line.
    if erase-flag = "y"
        move master-rec to erase-before
        move "E" to cust-status
        move spaces to cust-name
        rewrite master-rec
            invalid key
                move "NOT ERASED" to master-state
            not invalid key
                move "ERASED" to master-state
        end-rewrite
    else
        move "HELD" to master-state
    end-if.
    close master-file.
master-done.
do-audit.
    move 0 to cnt-found cnt-erased.
    move "AUDIT.DAT" to dtl-file cert-name.
    open input audit-file.
    if fs-audit = "35"
        go to audit-report
    end-if.
    if fs-audit not = "00"
        move "audit file AUDIT.DAT unavailable" to result-line
        perform file-error
        go to audit-done
    end-if.
    if erase-flag = "y"
        open output work-file
        if fs-work not = "00"
            close audit-file
            move spaces to result-line
            string "work file not opened, status " fs-work ", "
                "AUDIT.DAT unchanged" delimited by size into result-line
            perform file-error
            go to audit-done
        end-if
    end-if.
audit-loop.
    read audit-file
        at end go to audit-split
    end-read.
    if audit-det-id = search-id
        move audit-date to dtl-date
        move audit-run-number to dtl-run
        move audit-seq to dtl-seq
        move audit-disposition to dtl-disposition
        if erase-flag = "y"
            move "BLANKED" to dtl-action
            move spaces to audit-p
            move spaces to audit-det-segment
            move spaces to audit-det-filler
            add 1 to cnt-erased
        else
            move "HELD" to dtl-action
        end-if
        perform put-detail
    end-if.
    if erase-flag = "y"
        write work-rec from audit-rec
    end-if.
    go to audit-loop.
audit-split.
    close audit-file.
    if erase-flag = "n"
        go to audit-report
    end-if.
    close work-file.
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
do-archive.
    move 0 to cnt-found cnt-erased.
    move "AUDARCH.DAT" to dtl-file cert-name.
    open input archive-file.
    if fs-archive = "35"
        go to archive-report
    end-if.
    if fs-archive not = "00"
        move "archive file AUDARCH.DAT unavailable" to result-line
        perform file-error
        go to archive-done
    end-if.
    if erase-flag = "y"
        open output work-file
        if fs-work not = "00"
            close archive-file
            move spaces to result-line
            string "work file not opened, status " fs-work ", "
                "AUDARCH.DAT unchanged" delimited by size into result-line
            perform file-error
            go to archive-done
        end-if
    end-if.
archive-loop.
    read archive-file
        at end go to archive-split
    end-read.
    if arch-det-id = search-id
        move arch-date to dtl-date
        move arch-run-number to dtl-run
        move arch-seq to dtl-seq
        move arch-disposition to dtl-disposition
        if erase-flag = "y"
            move "BLANKED" to dtl-action
            move spaces to arch-p
            move spaces to arch-det-segment
            move spaces to arch-det-filler
            add 1 to cnt-erased
        else
            move "HELD" to dtl-action
        end-if
        perform put-detail
    end-if.
    if erase-flag = "y"
        write work-rec from archive-rec
    end-if.
    go to archive-loop.
archive-split.
    close archive-file.
    if erase-flag = "n"
        go to archive-report
    end-if.
    close work-file.
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
do-extract.
    move 0 to cnt-found cnt-erased.
    move "EXTRACT.DAT" to dtl-file cert-name.
    open input extract-file.
    if fs-extract = "35"
        go to extract-report
    end-if.
    if fs-extract not = "00"
        move "extract file EXTRACT.DAT unavailable" to result-line
        perform file-error
        go to extract-done
    end-if.
    if erase-flag = "y"
        open output work-file
        if fs-work not = "00"
            close extract-file
            move spaces to result-line
            string "work file not opened, status " fs-work ", "
                "EXTRACT.DAT unchanged" delimited by size into result-line
            perform file-error
            go to extract-done
        end-if
    end-if.
extract-loop.
    read extract-file
        at end go to extract-split
    end-read.
    if ext-det-id = search-id
        move ext-run-date to dtl-date
        move ext-run-number to dtl-run
        move ext-audit-seq to dtl-seq
        move "MASKED-EXTRACT" to dtl-disposition
        if erase-flag = "y"
            move "BLANKED" to dtl-action
            move spaces to ext-source-p
            move spaces to ext-det-segment
            move spaces to ext-det-filler
            add 1 to cnt-erased
        else
            move "HELD" to dtl-action
        end-if
        perform put-detail
    end-if.
    if erase-flag = "y"
        write work-rec from extract-rec
    end-if.
    go to extract-loop.
extract-split.
    close extract-file.
    if erase-flag = "n"
        go to extract-report
    end-if.
    close work-file.
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
do-vault.
    move 0 to cnt-found cnt-erased.
    move "VAULT.DAT" to dtl-file cert-name.
    open input vault-file.
    if fs-vault = "35"
        go to vault-report
    end-if.
    if fs-vault not = "00"
        move "vault file VAULT.DAT unavailable" to result-line
        perform file-error
        go to vault-done
    end-if.
    if erase-flag = "y"
        open output work-file
        if fs-work not = "00"
            close vault-file
            move spaces to result-line
            string "work file not opened, status " fs-work ", "
                "VAULT.DAT unchanged" delimited by size into result-line
            perform file-error
            go to vault-done
        end-if
    end-if.
vault-loop.
    read vault-file
        at end go to vault-split
    end-read.
    if vlt-det-id = search-id
        move vlt-run-date to dtl-date
        move vlt-run-number to dtl-run
        move vlt-audit-seq to dtl-seq
        if vlt-seg-type = "P"
            move "VAULT-SOURCE" to dtl-disposition
        else
            move "VAULT-SEGMENT" to dtl-disposition
        end-if
        if erase-flag = "y"
            move "PURGED" to dtl-action
            add 1 to cnt-erased
            perform keep-segment thru keep-segment-done
        else
            move "HELD" to dtl-action
        end-if
        perform put-detail
        if erase-flag = "y"
            go to vault-loop
        end-if
    end-if.
    if erase-flag = "y"
        write work-rec from vault-rec
    end-if.
    go to vault-loop.
vault-split.
    close vault-file.
    if erase-flag = "n"
        go to vault-report
    end-if.
    close work-file.
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
    perform put-counts.
vault-done.
keep-segment.
    if vlt-seg-type = "P"
        go to keep-segment-done
    end-if.
    if seg-count < seg-max
        add 1 to seg-count
        move vlt-seg-len to tbl-seg-len(seg-count)
        move vlt-seg-text to tbl-seg-text(seg-count)
        move "n" to tbl-seg-shared(seg-count)
    else
        move "y" to seg-full-flag
    end-if.
keep-segment-done.
do-suspense.
    move 0 to cnt-found cnt-erased.
    move "SUSPENSE.DAT" to dtl-file cert-name.
    open input suspense-file.
    if fs-suspense = "35"
        go to suspense-report
    end-if.
    if fs-suspense not = "00"
        move "suspense file SUSPENSE.DAT unavailable" to result-line
        perform file-error
        go to suspense-done
    end-if.
    if erase-flag = "y"
        open output work-file
        if fs-work not = "00"
            close suspense-file
            move spaces to result-line
            string "work file not opened, status " fs-work ", "
                "SUSPENSE.DAT unchanged" delimited by size into result-line
            perform file-error
            go to suspense-done
        end-if
    end-if.
suspense-loop.
    read suspense-file
        at end go to suspense-split
    end-read.
    move sus-p to work-p.
    if det-id of work-p-fields = search-id
        move sus-run-date to dtl-date
        move sus-run-number to dtl-run
        move sus-seq to dtl-seq
        move spaces to dtl-disposition
        string "SUSPENSE-" sus-reason delimited by size
            into dtl-disposition
        if erase-flag = "y"
            move "BLANKED" to dtl-action
            move spaces to sus-p
            if sus-status = "P"
                move "E" to sus-status
            end-if
            add 1 to cnt-erased
        else
            move "HELD" to dtl-action
        end-if
        perform put-detail
    end-if.
    if erase-flag = "y"
        write work-rec from suspense-rec
    end-if.
    go to suspense-loop.
suspense-split.
    close suspense-file.
    if erase-flag = "n"
        go to suspense-report
    end-if.
    close work-file.
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
    perform put-counts.
suspense-done.
do-recycle.
    move 0 to cnt-found cnt-erased.
    move "RECYCLE.DAT" to dtl-file cert-name.
    open input recycle-file.
    if fs-recycle = "35"
        go to recycle-report
    end-if.
    if fs-recycle not = "00"
        move "recycle queue RECYCLE.DAT unavailable" to result-line
        perform file-error
        go to recycle-done
    end-if.
    if erase-flag = "y"
        open output work-file
        if fs-work not = "00"
            close recycle-file
            move spaces to result-line
            string "work file not opened, status " fs-work ", "
                "RECYCLE.DAT unchanged" delimited by size into result-line
            perform file-error
            go to recycle-done
        end-if
    end-if.
recycle-loop.
    read recycle-file
        at end go to recycle-split
    end-read.
    move rcy-p to work-p.
    if det-id of work-p-fields = search-id
        move rcy-run-date to dtl-date
        move rcy-run-number to dtl-run
        move rcy-seq to dtl-seq
        move spaces to dtl-disposition
        string "RECYCLE-" rcy-source delimited by size
            into dtl-disposition
        if erase-flag = "y"
            move "BLANKED" to dtl-action
            move spaces to rcy-p
            if rcy-status = "P"
                move "E" to rcy-status
            end-if
            add 1 to cnt-erased
        else
            move "HELD" to dtl-action
        end-if
        perform put-detail
    end-if.
    if erase-flag = "y"
        write work-rec from recycle-rec
    end-if.
    go to recycle-loop.
recycle-split.
    close recycle-file.
    if erase-flag = "n"
        go to recycle-report
    end-if.
    close work-file.
    open input work-file.
    if fs-work not = "00"
        move spaces to result-line
        string "work file not reopened, status " fs-work ", "
            "RECYCLE.DAT unchanged" delimited by size into result-line
        perform file-error
        go to recycle-done
    end-if.
    open output recycle-file.
    if fs-recycle not = "00"
        close work-file
        move spaces to result-line
        string "RECYCLE.DAT not rewritten, status " fs-recycle
            delimited by size into result-line
        perform file-error
        go to recycle-done
    end-if.
recycle-reload.
    read work-file
        at end go to recycle-reload-wrap
    end-read.
    write recycle-rec from work-rec.
    go to recycle-reload.
recycle-reload-wrap.
    close work-file recycle-file.
recycle-report.
    perform put-counts.
recycle-done.
do-resubmap.
    move 0 to cnt-found cnt-erased.
    move "RESUBMAP.DAT" to dtl-file cert-name.
    move "RESUBMITTED" to dtl-disposition.
    open input resubmap-file.
    if fs-resubmap = "35"
        go to resubmap-report
    end-if.
    if fs-resubmap not = "00"
        move "resubmit map RESUBMAP.DAT unavailable" to result-line
        perform file-error
        go to resubmap-done
    end-if.
    if erase-flag = "y"
        open output work-file
        if fs-work not = "00"
            close resubmap-file
            move spaces to result-line
            string "work file not opened, status " fs-work ", "
                "RESUBMAP.DAT unchanged" delimited by size into result-line
            perform file-error
            go to resubmap-done
        end-if
    end-if.
resubmap-loop.
    read resubmap-file
        at end go to resubmap-split
    end-read.
    move rsm-p to work-p.
    if det-id of work-p-fields = search-id
        move rsm-run-date to dtl-date
        move rsm-run-number to dtl-run
        move rsm-seq to dtl-seq
        if erase-flag = "y"
            move "PURGED" to dtl-action
            add 1 to cnt-erased
        else
            move "HELD" to dtl-action
        end-if
        perform put-detail
        if erase-flag = "y"
            go to resubmap-loop
        end-if
    end-if.
    if erase-flag = "y"
        write work-rec from resubmap-rec
    end-if.
    go to resubmap-loop.
resubmap-split.
    close resubmap-file.
    if erase-flag = "n"
        go to resubmap-report
    end-if.
    close work-file.
    open input work-file.
    if fs-work not = "00"
        move spaces to result-line
        string "work file not reopened, status " fs-work ", "
            "RESUBMAP.DAT unchanged" delimited by size into result-line
        perform file-error
        go to resubmap-done
    end-if.
    open output resubmap-file.
    if fs-resubmap not = "00"
        close work-file
        move spaces to result-line
        string "RESUBMAP.DAT not rewritten, status " fs-resubmap
            delimited by size into result-line
        perform file-error
        go to resubmap-done
    end-if.
resubmap-reload.
    read work-file
        at end go to resubmap-reload-wrap
    end-read.
    write resubmap-rec from work-rec.
    go to resubmap-reload.
resubmap-reload-wrap.
    close work-file resubmap-file.
resubmap-report.
    perform put-counts.
resubmap-done.
do-reject.
    move 0 to cnt-found cnt-erased.
    move "REJECT.DAT" to dtl-file cert-name.
    move "REJECT-UNKNOWN-ID" to dtl-disposition.
    open input reject-file.
    if fs-reject = "35"
        go to reject-report
    end-if.
    if fs-reject not = "00"
        move "reject file REJECT.DAT unavailable" to result-line
        perform file-error
        go to reject-done
    end-if.
    if erase-flag = "y"
        open output work-file
        if fs-work not = "00"
            close reject-file
            move spaces to result-line
            string "work file not opened, status " fs-work ", "
                "REJECT.DAT unchanged" delimited by size into result-line
            perform file-error
            go to reject-done
        end-if
    end-if.
reject-loop.
    read reject-file
        at end go to reject-split
    end-read.
    move reject-rec to work-p.
    if det-id of work-p-fields = search-id
        perform put-flat-detail
        if erase-flag = "y"
            go to reject-loop
        end-if
    end-if.
    if erase-flag = "y"
        write work-rec from reject-rec
    end-if.
    go to reject-loop.
reject-split.
    close reject-file.
    if erase-flag = "n"
        go to reject-report
    end-if.
    close work-file.
    open input work-file.
    if fs-work not = "00"
        move spaces to result-line
        string "work file not reopened, status " fs-work ", "
            "REJECT.DAT unchanged" delimited by size into result-line
        perform file-error
        go to reject-done
    end-if.
    open output reject-file.
    if fs-reject not = "00"
        close work-file
        move spaces to result-line
        string "REJECT.DAT not rewritten, status " fs-reject
            delimited by size into result-line
        perform file-error
        go to reject-done
    end-if.
reject-reload.
    read work-file
        at end go to reject-reload-wrap
    end-read.
    write reject-rec from work-rec.
    go to reject-reload.
reject-reload-wrap.
    close work-file reject-file.
reject-report.
    perform put-counts.
reject-done.
do-duplicate.
    move 0 to cnt-found cnt-erased.
    move "DUPLICATE.DAT" to dtl-file cert-name.
    move "SKIPPED-DUPLICATE" to dtl-disposition.
    open input duplicate-file.
    if fs-duplicate = "35"
        go to duplicate-report
    end-if.
    if fs-duplicate not = "00"
        move "duplicate file DUPLICATE.DAT unavailable" to result-line
        perform file-error
        go to duplicate-done
    end-if.
    if erase-flag = "y"
        open output work-file
        if fs-work not = "00"
            close duplicate-file
            move spaces to result-line
            string "work file not opened, status " fs-work ", "
                "DUPLICATE.DAT unchanged" delimited by size into result-line
            perform file-error
            go to duplicate-done
        end-if
    end-if.
duplicate-loop.
    read duplicate-file
        at end go to duplicate-split
    end-read.
    move dup-rec to work-p.
    if det-id of work-p-fields = search-id
        perform put-flat-detail
        if erase-flag = "y"
            go to duplicate-loop
        end-if
    end-if.
    if erase-flag = "y"
        write work-rec from dup-rec
    end-if.
    go to duplicate-loop.
duplicate-split.
    close duplicate-file.
    if erase-flag = "n"
        go to duplicate-report
    end-if.
    close work-file.
    open input work-file.
    if fs-work not = "00"
        move spaces to result-line
        string "work file not reopened, status " fs-work ", "
            "DUPLICATE.DAT unchanged" delimited by size into result-line
        perform file-error
        go to duplicate-done
    end-if.
    open output duplicate-file.
    if fs-duplicate not = "00"
        close work-file
        move spaces to result-line
        string "DUPLICATE.DAT not rewritten, status " fs-duplicate
            delimited by size into result-line
        perform file-error
        go to duplicate-done
    end-if.
duplicate-reload.
    read work-file
        at end go to duplicate-reload-wrap
    end-read.
    write dup-rec from work-rec.
    go to duplicate-reload.
duplicate-reload-wrap.
    close work-file duplicate-file.
duplicate-report.
    perform put-counts.
duplicate-done.
do-mismatch.
    move 0 to cnt-found cnt-erased.
    move "MISMATCH.DAT" to dtl-file cert-name.
    move "DIVERT-MISMATCH" to dtl-disposition.
    open input mismatch-file.
    if fs-mismatch = "35"
        go to mismatch-report
    end-if.
    if fs-mismatch not = "00"
        move "mismatch file MISMATCH.DAT unavailable" to result-line
        perform file-error
        go to mismatch-done
    end-if.
    if erase-flag = "y"
        open output work-file
        if fs-work not = "00"
            close mismatch-file
            move spaces to result-line
            string "work file not opened, status " fs-work ", "
                "MISMATCH.DAT unchanged" delimited by size into result-line
            perform file-error
            go to mismatch-done
        end-if
    end-if.
mismatch-loop.
    read mismatch-file
        at end go to mismatch-split
    end-read.
    move mismatch-rec to work-p.
    if det-id of work-p-fields = search-id
        perform put-flat-detail
        if erase-flag = "y"
            go to mismatch-loop
        end-if
    end-if.
    if erase-flag = "y"
        write work-rec from mismatch-rec
    end-if.
    go to mismatch-loop.
mismatch-split.
    close mismatch-file.
    if erase-flag = "n"
        go to mismatch-report
    end-if.
    close work-file.
    open input work-file.
    if fs-work not = "00"
        move spaces to result-line
        string "work file not reopened, status " fs-work ", "
            "MISMATCH.DAT unchanged" delimited by size into result-line
        perform file-error
        go to mismatch-done
    end-if.
    open output mismatch-file.
    if fs-mismatch not = "00"
        close work-file
        move spaces to result-line
        string "MISMATCH.DAT not rewritten, status " fs-mismatch
            delimited by size into result-line
        perform file-error
        go to mismatch-done
    end-if.
mismatch-reload.
    read work-file
        at end go to mismatch-reload-wrap
    end-read.
    write mismatch-rec from work-rec.
    go to mismatch-reload.
mismatch-reload-wrap.
    close work-file mismatch-file.
mismatch-report.
    perform put-counts.
mismatch-done.
do-held.
    move 0 to cnt-found cnt-erased.
    move "HELDBATCH.DAT" to dtl-file cert-name.
    move "HELD-BATCH" to dtl-disposition.
    open input held-file.
    if fs-held = "35"
        go to held-report
    end-if.
    if fs-held not = "00"
        move "held batch file HELDBATCH.DAT unavailable" to result-line
        perform file-error
        go to held-done
    end-if.
    if erase-flag = "y"
        open output work-file
        if fs-work not = "00"
            close held-file
            move spaces to result-line
            string "work file not opened, status " fs-work ", "
                "HELDBATCH.DAT unchanged" delimited by size into result-line
            perform file-error
            go to held-done
        end-if
    end-if.
held-loop.
    read held-file
        at end go to held-split
    end-read.
    move held-rec to work-p.
    if det-id of work-p-fields = search-id
            and held-rec(1 : 1) not = "S"
        perform put-flat-detail
        if erase-flag = "y"
            go to held-loop
        end-if
    end-if.
    if erase-flag = "y"
        write work-rec from held-rec
    end-if.
    go to held-loop.
held-split.
    close held-file.
    if erase-flag = "n"
        go to held-report
    end-if.
    close work-file.
    open input work-file.
    if fs-work not = "00"
        move spaces to result-line
        string "work file not reopened, status " fs-work ", "
            "HELDBATCH.DAT unchanged" delimited by size into result-line
        perform file-error
        go to held-done
    end-if.
    open output held-file.
    if fs-held not = "00"
        close work-file
        move spaces to result-line
        string "HELDBATCH.DAT not rewritten, status " fs-held
            delimited by size into result-line
        perform file-error
        go to held-done
    end-if.
held-reload.
    read work-file
        at end go to held-reload-wrap
    end-read.
    write held-rec from work-rec.
    go to held-reload.
held-reload-wrap.
    close work-file held-file.
held-report.
    perform put-counts.
held-done.
put-flat-detail.
    move spaces to dtl-date dtl-run dtl-seq.
    if erase-flag = "y"
        move "PURGED" to dtl-action
        add 1 to cnt-erased
    else
        move "HELD" to dtl-action
    end-if.
    perform put-detail.
do-custhist.
    move 0 to cnt-found cnt-erased.
    move "CUSTHIST.DAT" to dtl-file cert-name.
    open input history-file.
    if fs-history = "35"
        go to custhist-report
    end-if.
    if fs-history not = "00"
        move "master history CUSTHIST.DAT unavailable" to result-line
        perform file-error
        go to custhist-done
    end-if.
    if erase-flag = "y"
        open output work-file
        if fs-work not = "00"
            close history-file
            move spaces to result-line
            string "work file not opened, status " fs-work ", "
                "CUSTHIST.DAT unchanged" delimited by size into result-line
            perform file-error
            go to custhist-done
        end-if
    end-if.
custhist-loop.
    read history-file
        at end go to custhist-split
    end-read.
    if chg-id = search-id
        move chg-date to dtl-date
        move spaces to dtl-run dtl-seq
        move spaces to dtl-disposition
        string "HISTORY-" chg-action delimited by size
            into dtl-disposition
        if erase-flag = "y"
            move "BLANKED" to dtl-action
            move spaces to chg-bef-name
            move spaces to chg-aft-name
            add 1 to cnt-erased
        else
            move "HELD" to dtl-action
        end-if
        perform put-detail
    end-if.
    if erase-flag = "y"
        write work-rec from history-rec
    end-if.
    go to custhist-loop.
custhist-split.
    close history-file.
    if erase-flag = "n"
        go to custhist-report
    end-if.
    close work-file.
    open input work-file.
    if fs-work not = "00"
        move spaces to result-line
        string "work file not reopened, status " fs-work ", "
            "CUSTHIST.DAT unchanged" delimited by size into result-line
        perform file-error
        go to custhist-done
    end-if.
    open output history-file.
    if fs-history not = "00"
        close work-file
        move spaces to result-line
        string "CUSTHIST.DAT not rewritten, status " fs-history
            delimited by size into result-line
        perform file-error
        go to custhist-done
    end-if.
custhist-reload.
    read work-file
        at end go to custhist-reload-wrap
    end-read.
    write history-rec from work-rec.
    go to custhist-reload.
custhist-reload-wrap.
    close work-file history-file.
custhist-report.
    perform put-counts.
custhist-done.
write-erase-history.
    open extend history-file.
    if fs-history = "35"
        open output history-file
    end-if.
    move proc-date to chg-date.
    move function current-date(1:14) to chg-stamp.
    move "a-subject" to chg-program.
    move user-id to chg-user.
    move "ERASE" to chg-action.
    move spaces to chg-reason.
    string "erasure certificate " cert-number delimited by size
        into chg-reason.
    move search-id to chg-id.
    move ers-status to chg-bef-status.
    move spaces to chg-bef-name.
    move ers-region to chg-bef-region.
    move ers-eff-date to chg-bef-eff-date.
    move ers-exp-date to chg-bef-exp-date.
    move "E" to chg-aft-status.
    move spaces to chg-aft-name.
    move ers-region to chg-aft-region.
    move ers-eff-date to chg-aft-eff-date.
    move ers-exp-date to chg-aft-exp-date.
    write history-rec.
    close history-file.
erase-tokens.
    if seg-count = 0
        go to tokens-done
    end-if.
    open input vault-file.
    if fs-vault not = "00" and fs-vault not = "35"
        move "vault file VAULT.DAT unreadable, tokens not erased"
            to result-line
        perform file-error
        go to tokens-done
    end-if.
    if fs-vault = "00"
        perform mark-shared thru mark-shared-done
    end-if.
    open i-o token-file.
    if fs-token = "35"
        go to tokens-done
    end-if.
    if fs-token not = "00"
        move "token cross-reference TOKENXREF.DAT unavailable"
            to result-line
        perform file-error
        go to tokens-done
    end-if.
    perform varying sg from 1 by 1 until sg > seg-count
        move tbl-seg-len(sg) to tok-len
        move tbl-seg-text(sg) to tok-clear
        read token-file key is tok-clear-key
            invalid key
                continue
            not invalid key
                if tbl-seg-shared(sg) = "y"
                    add 1 to cnt-tokens-shared
                else
                    delete token-file
                        invalid key
                            continue
                        not invalid key
                            add 1 to cnt-tokens-erased
                    end-delete
                end-if
        end-read
    end-perform.
    close token-file.
tokens-done.
mark-shared.
    read vault-file
        at end go to mark-shared-wrap
    end-read.
    if vlt-seg-type = "P" or vlt-det-id = search-id
        go to mark-shared
    end-if.
    perform varying sg from 1 by 1 until sg > seg-count
        if tbl-seg-len(sg) = vlt-seg-len
                and tbl-seg-text(sg) = vlt-seg-text
            move "y" to tbl-seg-shared(sg)
        end-if
    end-perform.
    go to mark-shared.
mark-shared-wrap.
    close vault-file.
mark-shared-done.
