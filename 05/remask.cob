    select suspense-file assign to "SUSPENSE.DAT"
        organization is line sequential
        file status is fs-suspense.
    select token-file assign to "TOKENXREF.DAT"
        organization is indexed
        access is dynamic
        record key is tok-token
        alternate record key is tok-clear-key
        file status is fs-token.
    select summary-file assign to "SUMMARY.DAT"
        organization is line sequential
        file status is fs-summary.
    select qa-file assign to "QAREVIEW.DAT"
        organization is line sequential
        file status is fs-qa.
    select delta-report assign to "REMASKRPT.DAT"
        organization is line sequential.
    select procdate-file assign to "PROCDATE.DAT"
        organization is line sequential
        file status is fs-procdate.
    select ledger-file assign to "RUNLEDG.DAT"
        organization is line sequential
        file status is fs-ledger.
    05 ctl-fill-char pic x.
    05 ctl-run-number pic 9(5).
    05 ctl-dup-check pic x.
    05 ctl-protect pic x.
    05 ctl-qa-pct pic 99.
    05 ctl-qa-min pic 99.
    05 ctl-asof pic x.
    05 ctl-asof-date pic x(8).
fd rules-file.
01 rules-rec.
    05 rul-region pic x(5).
    05 rul-end-marker pic x.
    05 rul-fill-char pic x.
    05 rul-exempt pic x.
    05 rul-mask-mode pic x.
fd remask-out.
01 remask-rec pic x(50).
fd audit-file.
fd suspense-file.
01 suspense-rec.
    copy susrec.
fd token-file.
01 token-rec.
    copy tokrec.
fd summary-file.
01 summary-rec.
    copy sumrec.
fd qa-file.
01 qa-rec.
    copy qarevrec.
fd delta-report.
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
        10 tbl-end-marker pic x.
        10 tbl-fill-char pic x.
        10 tbl-exempt pic x.
        10 tbl-mask-mode pic x.
1 mask-mode pic x value "F".
1 fs-token pic xx.
1 token-active pic x value "n".
1 token-hit pic x.
1 rec-token-flag pic x value "n".
1 token-salt pic 99.
1 token-seed pic 9(12).
1 token-acc pic 9(12).
1 token-quot pic 9(12).
1 token-ix pic 99.
1 tx pic 99.
1 token-char pic x.
1 token-conflicts pic 99.
1 token-clear-work pic x(50).
1 token-work pic x(50).
1 token-alphabet pic x(36)
    value "0123456789ABCDEFGHIJKLMNOPQRSTUVWXYZ".
1 cnt-tokens-new pic 9(9) value 0.
1 cnt-replayed pic 9(9) value 0.
1 cnt-changed pic 9(9) value 0.
1 cnt-suspense pic 9(9) value 0.
1 cnt-nosource pic 9(9) value 0.
1 protect-flag pic x value "n".
1 row-protect pic x.
1 file-error-flag pic x value "n".
1 fs-summary pic xx.
1 fs-qa pic xx.
1 qa-active pic x value "n".
1 qa-pct pic 99 value 0.
1 qa-min pic 99 value 0.
1 qa-target pic 9(9).
1 qa-taken pic 9(9) value 0.
1 qa-pick pic x.
1 cnt-qa-sampled pic 9(5) value 0.
1 cnt-extract pic 9(9) value 0.
1 q pic 9(3).
1 qa-slot pic 9(3).
1 qa-region-max pic 9(3) value 100.
1 qa-region-count pic 9(3) value 0.
1 qa-region-table.
    05 qa-region-entry occurs 100.
        10 tbl-qa-region pic x(5).
        10 tbl-qa-picked pic 9(5).
1 px pic 99.
1 sv pic 9(9).
1 sv-slot pic 9(9).
1 sv-hit pic x.
1 sv-max pic 9(9) value 50000.
1 sv-count pic 9(9) value 0.
1 sv-cursor pic 9(9) value 1.
1 sv-full-flag pic x value "n".
1 source-vault-table.
    05 source-vault-entry occurs 50000.
        10 tbl-sv-run-date pic x(8).
        10 tbl-sv-run-number pic 9(5).
        10 tbl-sv-seq pic 9(9).
        10 tbl-sv-text pic x(50).
1 hdr-line.
    05 filler pic x(11) value "remask for ".
    05 hdr-from pic x(8).
    05 cnt-value pic 9(9).
procedure division.
main-para.
    perform get-proc-date thru proc-date-done.
    move proc-date to run-date.
    move "START" to ledger-phase.
    perform write-ledger.
    display "enter from date (yyyymmdd): " with no advancing.
    accept run-number.
    perform read-control thru control-done.
    perform load-rules thru rules-done.
    perform open-tokens thru tokens-done.
    perform load-source-vault thru source-vault-done.
    open input extract-in.
    if fs-extract not = "00"
        display "extract file EXTRACT.DAT unavailable, status "
    if fs-suspense = "35"
        open output suspense-file
    end-if.
    if qa-active = "y"
        open extend qa-file
        if fs-qa = "35"
            open output qa-file
        end-if
    end-if.
    open output delta-report.
    move from-date to hdr-from.
    move to-date to hdr-to.
            or ext-det-region not = search-region
        go to replay-loop
    end-if.
    move ext-protect to row-protect.
    if ext-protect = "Y"
        perform find-source-vault
        if sv-hit = "n"
            add 1 to cnt-nosource
            move "nosrc" to dlt-label
            move ext-audit-seq to dlt-seq
            move ext-det-id to dlt-id
            move ext-masked-s to dlt-s
            write report-rec from delta-line
            go to replay-loop
        end-if
        move tbl-sv-text(sv-slot) to p
    else
        move ext-source-p to p
    end-if.
    add 1 to cnt-replayed.
    move ext-header-s to header-s.
    move ext-audit-seq to seq-num.
    move 0 to t.
replay-wrap.
    close extract-in remask-out audit-file extract-out
        vault-file suspense-file.
    if token-active = "y"
        close token-file
    end-if.
    if qa-active = "y"
        close qa-file
        perform write-summary
    end-if.
    move "records replayed" to cnt-label.
    move cnt-replayed to cnt-value.
    write report-rec from cnt-line.
    move "diverted to suspense" to cnt-label.
    move cnt-suspense to cnt-value.
    write report-rec from cnt-line.
    move "new tokens issued" to cnt-label.
    move cnt-tokens-new to cnt-value.
    write report-rec from cnt-line.
    move "protected, no vault source" to cnt-label.
    move cnt-nosource to cnt-value.
    write report-rec from cnt-line.
    if sv-full-flag = "y"
        move "vault source table full" to cnt-label
        move sv-max to cnt-value
        write report-rec from cnt-line
    end-if.
    close delta-report.
    display "replayed " cnt-replayed " changed " cnt-changed
        " suspense " cnt-suspense.
    if cnt-nosource > 0
        display "protected records with no vault source " cnt-nosource
    end-if.
    if qa-active = "y" and cnt-extract > 0
        display "run pending QA release, records sampled "
            cnt-qa-sampled
    end-if.
    move "END" to ledger-phase.
    if file-error-flag = "y"
        move "FILE-ERROR" to ledger-condition
        move 8 to ledger-rc
    else
        if cnt-suspense > 0 or cnt-nosource > 0
            move "SKIPS" to ledger-condition
            move 4 to ledger-rc
        else
            move "CLEAN" to ledger-condition
            move 0 to ledger-rc
        end-if
    end-if.
    perform write-ledger.
    stop run.
    if fs-ledger = "35"
        open output ledger-file
    end-if.
    move proc-date to ldg-date.
    move function current-date(9:6) to ldg-time.
    move "a-remask" to ldg-program.
    move ledger-phase to ldg-phase.
    move cnt-replayed to ldg-processed.
    move cnt-suspense to ldg-skipped.
    move cnt-changed to ldg-masked.
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
put-replayed.
    write remask-rec from s.
    perform write-audit.
        move det-segment of p-fields to new-det-segment
        move det-filler of p-fields to new-det-filler
        move seq-num to new-audit-seq
        if rec-token-flag = "y"
            move "T" to new-mask-mode
        else
            move "F" to new-mask-mode
        end-if
        move 0 to new-mask-chars
        perform varying px from 1 by 1 until px > 50
            if p(px:1) not = s(px:1)
                add 1 to new-mask-chars
            end-if
        end-perform
        if protect-flag = "y" or row-protect = "Y"
            move spaces to new-source-p
            move spaces to new-det-segment
            move spaces to new-det-filler
            move "Y" to new-protect
        else
            move "N" to new-protect
        end-if
        move 1 to new-batch-number
        if qa-active = "y"
            move "P" to new-release
        else
            move "R" to new-release
        end-if
        write extract-new-rec
        add 1 to cnt-extract
        if qa-active = "y"
            perform qa-sample
        end-if
    end-if.
read-control.
    open input control-file.
    move ctl-start-marker to dflt-start-marker.
    move ctl-end-marker to dflt-end-marker.
    move ctl-fill-char to dflt-fill-char.
    if ctl-protect = "Y"
        move "y" to protect-flag
    end-if.
    if ctl-qa-pct is numeric and ctl-qa-pct > 0
        move "y" to qa-active
        move ctl-qa-pct to qa-pct
        if ctl-qa-min is numeric
            move ctl-qa-min to qa-min
        end-if
    end-if.
    close control-file.
control-done.
load-source-vault.
    open input vault-file.
    if fs-vault not = "00"
        go to source-vault-done
    end-if.
source-vault-loop.
    read vault-file
        at end go to source-vault-wrap
    end-read.
    if vlt-seg-type not = "P"
            or vlt-run-date < from-date or vlt-run-date > to-date
            or vlt-seg-text(11 : 5) not = search-region
        go to source-vault-loop
    end-if.
    if sv-count >= sv-max
        move "y" to sv-full-flag
        display "vault source table full, protected records "
            "not all replayed"
        go to source-vault-wrap
    end-if.
    add 1 to sv-count.
    move vlt-run-date to tbl-sv-run-date(sv-count).
    move vlt-run-number to tbl-sv-run-number(sv-count).
    move vlt-audit-seq to tbl-sv-seq(sv-count).
    move vlt-seg-text to tbl-sv-text(sv-count).
    go to source-vault-loop.
source-vault-wrap.
    close vault-file.
source-vault-done.
find-source-vault.
    move "n" to sv-hit.
    if sv-cursor <= sv-count
        if tbl-sv-run-date(sv-cursor) = ext-run-date
                and tbl-sv-run-number(sv-cursor) = ext-run-number
                and tbl-sv-seq(sv-cursor) = ext-audit-seq
            move "y" to sv-hit
            move sv-cursor to sv-slot
            add 1 to sv-cursor
        end-if
    end-if.
    if sv-hit = "n"
        perform varying sv from 1 by 1
                until sv > sv-count or sv-hit = "y"
            if tbl-sv-run-date(sv) = ext-run-date
                    and tbl-sv-run-number(sv) = ext-run-number
                    and tbl-sv-seq(sv) = ext-audit-seq
                move "y" to sv-hit
                move sv to sv-slot
                compute sv-cursor = sv + 1
            end-if
        end-perform
    end-if.
load-rules.
    open input rules-file.
    if fs-rules not = "00" and fs-rules not = "05"
        move rul-end-marker to tbl-end-marker(rule-count)
        move rul-fill-char to tbl-fill-char(rule-count)
        move rul-exempt to tbl-exempt(rule-count)
        move rul-mask-mode to tbl-mask-mode(rule-count)
    else
        display "rules table full, rule ignored for " rul-region
    end-if.
rules-wrap.
    close rules-file.
rules-done.
open-tokens.
    move "n" to rule-hit.
    perform varying r from 1 by 1
            until r > rule-count or rule-hit = "y"
        if tbl-mask-mode(r) = "T"
            move "y" to rule-hit
        end-if
    end-perform.
    if rule-hit = "n"
        go to tokens-done
    end-if.
    open i-o token-file.
    if fs-token = "35"
        open output token-file
        close token-file
        open i-o token-file
    end-if.
    if fs-token not = "00"
        display "token cross-reference TOKENXREF.DAT unavailable, "
            "status " fs-token ", token regions fill masked"
        go to tokens-done
    end-if.
    move "y" to token-active.
tokens-done.
select-rule.
    move dflt-start-marker to start-marker.
    move dflt-end-marker to end-marker.
    move dflt-fill-char to fill-char.
    move "F" to mask-mode.
    move "n" to exempt-flag.
    move "n" to rule-hit.
    perform varying r from 1 by 1
            move tbl-start-marker(r) to start-marker
            move tbl-end-marker(r) to end-marker
            move tbl-fill-char(r) to fill-char
            if tbl-mask-mode(r) = "T"
                move "T" to mask-mode
            end-if
            if tbl-exempt(r) = "Y"
                move "y" to exempt-flag
            end-if
    move det-segment of p-fields to audit-det-segment.
    move det-filler of p-fields to audit-det-filler.
    move run-number to audit-run-number.
    if protect-flag = "y" or row-protect = "Y"
        if p not = spaces
            perform write-vault-source
        end-if
        move spaces to audit-p
        move spaces to audit-det-segment
        move spaces to audit-det-filler
        move "Y" to audit-protect
    else
        move "N" to audit-protect
    end-if.
    write audit-rec.
mask-segments.
    move "n" to rec-token-flag.
    move 1 to scan-pos.
    perform until scan-pos > 50
        compute scan-remain = 50 - scan-pos + 1
            compute seg-pos = scan-pos + seg-b + 1
            compute seg-len = scan-t-pos - seg-b - 1
            perform write-vault
            if mask-mode = "T" and token-active = "y"
                perform find-token thru find-token-done
            end-if
        end-if
        inspect s(scan-pos : scan-remain) replacing all " " by fill-char
            after initial start-marker before initial end-marker
    move seg-len to vlt-seg-len.
    move spaces to vlt-seg-text.
    move s(seg-pos : seg-len) to vlt-seg-text.
    move space to vlt-seg-type.
    write vault-rec.
write-vault-source.
    move run-date to vlt-run-date.
    move run-number to vlt-run-number.
    move seq-num to vlt-audit-seq.
    move det-id of p-fields to vlt-det-id.
    move 1 to vlt-seg-pos.
    move 50 to vlt-seg-len.
    move p to vlt-seg-text.
    move "P" to vlt-seg-type.
    write vault-rec.
find-token.
    move "n" to token-hit.
    move spaces to token-clear-work.
    move s(seg-pos : seg-len) to token-clear-work.
    move seg-len to tok-len.
    move token-clear-work to tok-clear.
    read token-file key is tok-clear-key
        invalid key
            go to make-token
    end-read.
    move tok-token to token-work.
    go to token-check.
make-token.
    move 0 to token-salt.
make-token-loop.
    perform build-token.
    move token-work to tok-token.
    read token-file key is tok-token
        invalid key
            go to token-new
    end-read.
    add 1 to token-salt.
    if token-salt > 50
        display "no free token for segment, seq " seq-num
            ", segment fill masked"
        go to find-token-done
    end-if.
    go to make-token-loop.
token-new.
    move token-work to tok-token.
    move seg-len to tok-len.
    move token-clear-work to tok-clear.
    move run-date to tok-run-date.
    move run-number to tok-run-number.
    write token-rec
        invalid key
            display "token not written, status " fs-token
                ", seq " seq-num ", segment fill masked"
            go to find-token-done
    end-write.
    add 1 to cnt-tokens-new.
token-check.
    move 0 to token-conflicts.
    inspect token-work(1 : seg-len) tallying token-conflicts
        for all start-marker all end-marker all fill-char.
    if token-conflicts > 0
        display "token conflicts with region markers, seq " seq-num
            ", segment fill masked"
        go to find-token-done
    end-if.
    move token-work(1 : seg-len) to s(seg-pos : seg-len).
    move "y" to token-hit.
    move "y" to rec-token-flag.
find-token-done.
build-token.
    move spaces to token-work.
    move token-salt to token-seed.
    perform varying tx from 1 by 1 until tx > seg-len
        compute token-acc = token-seed * 31
            + function ord(token-clear-work(tx : 1)) + tx
        divide token-acc by 999983 giving token-quot
            remainder token-seed
    end-perform.
    perform varying tx from 1 by 1 until tx > seg-len
        compute token-acc = token-seed * 1103
            + function ord(token-clear-work(tx : 1)) + tx * 7
        divide token-acc by 999983 giving token-quot
            remainder token-seed
        divide token-seed by 36 giving token-quot
            remainder token-ix
        add 1 to token-ix
        move token-alphabet(token-ix : 1) to token-char
        perform until token-char not = start-marker
                and token-char not = end-marker
                and token-char not = fill-char
            add 1 to token-ix
            if token-ix > 36
                move 1 to token-ix
            end-if
            move token-alphabet(token-ix : 1) to token-char
        end-perform
        move token-char to token-work(tx : 1)
    end-perform.
write-summary.
    open extend summary-file.
    if fs-summary = "35"
        open output summary-file
    end-if.
    if fs-summary not = "00"
        display "summary file SUMMARY.DAT not updated, status "
            fs-summary ", run cannot be released by QA review"
        move "y" to file-error-flag
        go to write-summary-done
    end-if.
    move run-date to sum-run-date.
    move run-number to sum-run-number.
    move spaces to sum-header-s.
    move 0 to sum-header-t.
    move cnt-replayed to sum-processed.
    move cnt-nosource to sum-skipped.
    move cnt-extract to sum-masked.
    move 0 to sum-rejected.
    move 0 to sum-duplicates.
    move "OK" to sum-condition.
    move cnt-suspense to sum-suspense.
    move 0 to sum-mismatch.
    move spaces to sum-feed-id.
    move 1 to sum-batch-number.
    if cnt-extract > 0
        move "P" to sum-qa-status
    else
        move space to sum-qa-status
    end-if.
    move cnt-qa-sampled to sum-qa-sampled.
    move spaces to sum-qa-reviewer.
    move spaces to sum-qa-date.
    move spaces to sum-qa-time.
    write summary-rec.
    close summary-file.
write-summary-done.
qa-sample.
    move "n" to qa-pick.
    move 0 to qa-slot.
    perform varying q from 1 by 1
            until q > qa-region-count or qa-slot > 0
        if tbl-qa-region(q) = new-det-region
            move q to qa-slot
        end-if
    end-perform.
    if qa-slot = 0 and qa-region-count < qa-region-max
        add 1 to qa-region-count
        move qa-region-count to qa-slot
        move new-det-region to tbl-qa-region(qa-slot)
        move 0 to tbl-qa-picked(qa-slot)
    end-if.
    if qa-slot > 0
        if tbl-qa-picked(qa-slot) < qa-min
            move "y" to qa-pick
        end-if
    end-if.
    if cnt-qa-sampled = 0
        move "y" to qa-pick
    end-if.
    compute qa-target = cnt-extract * qa-pct / 100.
    if qa-target > qa-taken
        move qa-target to qa-taken
        move "y" to qa-pick
    end-if.
    if qa-pick = "y"
        if qa-slot > 0
            add 1 to tbl-qa-picked(qa-slot)
        end-if
        add 1 to cnt-qa-sampled
        move new-run-date to qa-run-date
        move new-run-number to qa-run-number
        move new-batch-number to qa-batch-number
        move new-audit-seq to qa-audit-seq
        move new-det-id to qa-det-id
        move new-det-region to qa-det-region
        move new-header-s to qa-header-s
        move new-masked-s to qa-masked-s
        move new-protect to qa-protect
        write qa-rec
    end-if.
