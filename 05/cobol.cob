    select vault-file assign to "VAULT.DAT"
        organization is line sequential
        file status is fs-vault.
    select token-file assign to "TOKENXREF.DAT"
        organization is indexed
        access is dynamic
        record key is tok-token
        alternate record key is tok-clear-key
        file status is fs-token.
    select optional feedmap-file assign to "FEEDMAP.DAT"
        organization is line sequential
        file status is fs-feedmap.
    select qa-file assign to "QAREVIEW.DAT"
        organization is line sequential
        file status is fs-qa.
    select optional resubmap-file assign to "RESUBMAP.DAT"
        organization is line sequential
        file status is fs-resubmap.
    select optional history-file assign to "CUSTHIST.DAT"
        organization is line sequential
        file status is fs-history.
    select runstat-file assign to "RUNSTAT.DAT"
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
fd master-file.
01 master-rec.
    copy custrec.
    05 rul-end-marker pic x.
    05 rul-fill-char pic x.
    05 rul-exempt pic x.
    05 rul-mask-mode pic x.
fd suspense-file.
01 suspense-rec.
    copy susrec.
fd vault-file.
01 vault-rec.
    copy vaultrec.
fd token-file.
01 token-rec.
    copy tokrec.
fd feedmap-file.
01 feedmap-rec.
    copy feedmap.
fd qa-file.
01 qa-rec.
    copy qarevrec.
fd resubmap-file.
01 resubmap-rec.
    copy resubmap.
fd history-file.
01 history-rec.
    copy custhist.
fd runstat-file.
01 runstat-rec.
    05 rs-run-date pic x(8).
    05 rs-processed pic 9(9).
    05 rs-skipped pic 9(9).
    05 rs-masked pic 9(9).
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
1 s pic x(50).
1 p pic x(50).
        10 tbl-end-marker pic x.
        10 tbl-fill-char pic x.
        10 tbl-exempt pic x.
        10 tbl-mask-mode pic x.
1 mask-mode pic x value "F".
1 fs-token pic xx.
1 token-active pic x value "n".
1 token-hit pic x.
1 rec-token-flag pic x.
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
1 dup-check-flag pic x value "n".
1 dup-max pic 9(9) value 250000.
1 dup-preload-max pic 9(9) value 125000.
1 dup-key pic x(40).
1 cnt-duplicates pic 9(9) value 0.
1 prev-run-date pic x(8).
1 protect-flag pic x value "n".
1 px pic 99.
1 pv pic 9(9).
1 pv-slot pic 9(9).
1 pv-hit pic x.
1 pv-max pic 9(9) value 125000.
1 pv-count pic 9(9) value 0.
1 pv-cursor pic 9(9) value 1.
1 pv-missing pic 9(9) value 0.
1 prior-vault-table.
    05 prior-vault-entry occurs 125000.
        10 tbl-pv-run-number pic 9(5).
        10 tbl-pv-seq pic 9(9).
        10 tbl-pv-segment pic x(30).
1 dup-table.
    05 dup-entry occurs 250000.
        10 tbl-dup-key pic x(40).
1 fs-feedmap pic xx.
1 batch-number pic 9(5) value 0.
1 feed-id pic x(8) value spaces.
1 fm-max pic 9(5) value 2000.
1 fm-count pic 9(5) value 0.
1 feedmap-table.
    05 feedmap-entry occurs 2000.
        10 tbl-fm-feed-id pic x(8).
        10 tbl-fm-header pic x(50).
1 fs-qa pic xx.
1 qa-active pic x value "n".
1 qa-pct pic 99 value 0.
1 qa-min pic 99 value 0.
1 qa-target pic 9(9).
1 qa-taken pic 9(9) value 0.
1 qa-pick pic x.
1 cnt-qa-sampled pic 9(5) value 0.
1 tot-qa-sampled pic 9(9) value 0.
1 tot-qa-batches pic 9(5) value 0.
1 q pic 9(3).
1 qa-slot pic 9(3).
1 qa-region-max pic 9(3) value 100.
1 qa-region-count pic 9(3) value 0.
1 qa-region-table.
    05 qa-region-entry occurs 100.
        10 tbl-qa-region pic x(5).
        10 tbl-qa-picked pic 9(5).
1 fs-override pic xx.
1 ovr-max pic 9(3) value 200.
1 ovr-count pic 9(3) value 0.
1 master-active pic x value "n".
1 master-hit pic x.
1 mismatch-reason pic x(17).
1 check-date pic x(8).
1 asof-flag pic x value "n".
1 asof-date pic x(8) value spaces.
1 asof-min pic x(8) value spaces.
1 asof-hit pic x.
1 cnt-asof pic 9(9) value 0.
1 fs-resubmap pic xx.
1 rm pic 9(5).
1 rsm-max pic 9(5) value 5000.
1 rsm-count pic 9(5) value 0.
1 resubmap-table.
    05 resubmap-entry occurs 5000.
        10 tbl-rsm-p pic x(50).
        10 tbl-rsm-run-date pic x(8).
1 trans-p pic x(50).
1 fs-history pic xx.
1 hs pic 9(5).
1 hst-max pic 9(5) value 20000.
1 hst-count pic 9(5) value 0.
1 history-table.
    05 history-entry occurs 20000.
        10 tbl-hst-id pic x(10).
        10 tbl-hst-date pic x(8).
        10 tbl-hst-status pic x.
        10 tbl-hst-region pic x(5).
        10 tbl-hst-eff-date pic x(8).
        10 tbl-hst-exp-date pic x(8).
1 cnt-rejected pic 9(9) value 0.
1 cnt-mismatch pic 9(9) value 0.
1 tot-mismatch pic 9(9) value 0.
1 tot-duplicates pic 9(9) value 0.
procedure division.
main-para.
    perform get-proc-date thru proc-date-done.
    move proc-date to run-date.
    move "START" to ledger-phase.
    perform write-ledger.
    open input control-file.
    move ctl-fill-char to dflt-fill-char.
    move ctl-run-number to run-number.
    move ctl-dup-check to dup-check-flag.
    if ctl-protect = "Y"
        move "y" to protect-flag
        display "A: protected mode, clear source held in VAULT.DAT only"
    end-if.
    if ctl-qa-pct is numeric and ctl-qa-pct > 0
        move "y" to qa-active
        move ctl-qa-pct to qa-pct
        if ctl-qa-min is numeric
            move ctl-qa-min to qa-min
        end-if
        display "A: QA sampling " qa-pct " percent, minimum " qa-min
            " per region, batches held pending release"
    end-if.
    if ctl-asof = "Y"
        move "y" to asof-flag
        move ctl-asof-date to asof-date
        if asof-date = spaces
            display "A: resubmitted records validated against master as "
                "of their original run date"
        else
            display "A: records validated against master as of "
                asof-date
        end-if
    end-if.
    close control-file.
    perform load-rules thru rules-done.
    perform open-tokens thru tokens-done.
    perform load-override thru override-done.
    perform load-feedmap thru feedmap-done.
    perform open-master thru master-done.
    if asof-flag = "y" and master-active = "y"
        perform load-resubmap thru resubmap-done
        perform load-history thru history-done
    end-if.
    if dup-check-flag = "Y"
        perform load-prior-extract thru prior-done
    end-if.
    if fs-suspense = "35"
        open output suspense-file
    end-if.
    if qa-active = "y"
        open extend qa-file
        if fs-qa = "35"
            open output qa-file
        end-if
    end-if.
    read trans-file into p
        at end go to end-run
    end-read.
        go to begin
    end-if.
    perform add-dup-key.
    move p to trans-p.
    perform apply-override.
    if override-flag = "s"
        add 1 to cnt-skipped
    move det-segment of p-fields to ext-det-segment.
    move det-filler of p-fields to ext-det-filler.
    move seq-num to ext-audit-seq.
    if rec-token-flag = "y"
        move "T" to ext-mask-mode
    else
        move "F" to ext-mask-mode
    end-if.
    move 0 to ext-mask-chars.
    perform varying px from 1 by 1 until px > 50
        if p(px:1) not = s(px:1)
            add 1 to ext-mask-chars
        end-if
    end-perform.
    if protect-flag = "y"
        move spaces to ext-source-p
        move spaces to ext-det-segment
        move spaces to ext-det-filler
        move "Y" to ext-protect
    else
        move "N" to ext-protect
    end-if.
    move batch-number to ext-batch-number.
    if qa-active = "y"
        move "P" to ext-release
    else
        move "R" to ext-release
    end-if.
    write extract-rec.
    if qa-active = "y"
        perform qa-sample
    end-if.
    perform checkpoint-save.
    go to begin.
end-run.
    close trans-file mask-out exception-file reject-file
        duplicate-file held-file mismatch-file audit-file
        extract-file vault-file suspense-file.
    if qa-active = "y"
        close qa-file
        display "A: batches pending QA release " tot-qa-batches
            ", records sampled " tot-qa-sampled
    end-if.
    if master-active = "y"
        close master-file
    end-if.
    if token-active = "y"
        close token-file
    end-if.
    if cnt-tokens-new > 0
        display "A: new tokens issued " cnt-tokens-new
    end-if.
    if held-flag = "y"
        move "HELD-BATCH" to run-condition
        move 8 to return-code
    if cnt-held-batches > 0
        display "A: batches held " cnt-held-batches
    end-if.
    if cnt-asof > 0
        display "A: records validated as of original run date "
            cnt-asof
    end-if.
    perform write-run-status.
    stop run.
hold-batch.
    move 0 to t.
    inspect s tallying t for leading " ".
    move s to header-s.
    add 1 to batch-number.
    move spaces to feed-id.
    if batch-number <= fm-count
        if tbl-fm-header(batch-number) = p
            move tbl-fm-feed-id(batch-number) to feed-id
        end-if
    end-if.
    move "y" to batch-open-flag.
    move "n" to header-bad-flag.
    if t < t-min or t > t-max
    move "n" to trailer-flag.
    move "n" to batch-open-flag.
    move "OK" to batch-condition.
    move 0 to cnt-qa-sampled.
    move 0 to qa-taken.
    move 0 to qa-region-count.
add-det-hash.
    move 0 to rec-hash.
    perform varying hx from 1 by 1 until hx > 10
        move rul-end-marker to tbl-end-marker(rule-count)
        move rul-fill-char to tbl-fill-char(rule-count)
        move rul-exempt to tbl-exempt(rule-count)
        move rul-mask-mode to tbl-mask-mode(rule-count)
    else
        display "A: rules table full, rule ignored for " rul-region
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
        display "A: token cross-reference TOKENXREF.DAT unavailable, "
            "status " fs-token ", token regions fill masked"
        go to tokens-done
    end-if.
    move "y" to token-active.
tokens-done.
load-prior-extract.
    move spaces to prev-run-date.
    open input extract-file.
    if prev-run-date = spaces
        go to prior-done
    end-if.
    perform load-prior-vault thru prior-vault-done.
    open input extract-file.
prior-load-loop.
    read extract-file
    end-if.
    if ext-run-date = prev-run-date
        move spaces to dup-key
        if ext-protect = "Y"
            perform find-prior-source
            if pv-hit = "n"
                add 1 to pv-missing
                go to prior-load-loop
            end-if
            string ext-det-id tbl-pv-segment(pv-slot) into dup-key
        else
            string ext-det-id ext-det-segment into dup-key
        end-if
        perform add-dup-key
    end-if.
    go to prior-load-loop.
prior-load-wrap.
    close extract-file.
    if pv-missing > 0
        display "A: prior protected extract records with no vault "
            "source " pv-missing ", not duplicate checked"
    end-if.
prior-done.
load-prior-vault.
    open input vault-file.
    if fs-vault not = "00"
        go to prior-vault-done
    end-if.
prior-vault-loop.
    read vault-file
        at end go to prior-vault-wrap
    end-read.
    if vlt-seg-type not = "P" or vlt-run-date not = prev-run-date
        go to prior-vault-loop
    end-if.
    if pv-count >= pv-max
        display "A: prior vault source table full, cross-run "
            "duplicate check incomplete"
        go to prior-vault-wrap
    end-if.
    add 1 to pv-count.
    move vlt-run-number to tbl-pv-run-number(pv-count).
    move vlt-audit-seq to tbl-pv-seq(pv-count).
    move vlt-seg-text(16 : 30) to tbl-pv-segment(pv-count).
    go to prior-vault-loop.
prior-vault-wrap.
    close vault-file.
prior-vault-done.
find-prior-source.
    move "n" to pv-hit.
    if pv-cursor <= pv-count
        if tbl-pv-run-number(pv-cursor) = ext-run-number
                and tbl-pv-seq(pv-cursor) = ext-audit-seq
            move "y" to pv-hit
            move pv-cursor to pv-slot
            add 1 to pv-cursor
        end-if
    end-if.
    if pv-hit = "n"
        perform varying pv from 1 by 1
                until pv > pv-count or pv-hit = "y"
            if tbl-pv-run-number(pv) = ext-run-number
                    and tbl-pv-seq(pv) = ext-audit-seq
                move "y" to pv-hit
                move pv to pv-slot
                compute pv-cursor = pv + 1
            end-if
        end-perform
    end-if.
add-dup-key.
    if dup-count-tbl < dup-max
        add 1 to dup-count-tbl
override-wrap.
    close override-file.
override-done.
load-feedmap.
    open input feedmap-file.
    if fs-feedmap not = "00" and fs-feedmap not = "05"
        display "A: feed map FEEDMAP.DAT unavailable, status "
            fs-feedmap
        go to feedmap-done
    end-if.
feedmap-loop.
    read feedmap-file
        at end go to feedmap-wrap
    end-read.
    if fm-date not = run-date
        go to feedmap-loop
    end-if.
    if fm-batch not = fm-count + 1
        display "A: feed map out of sequence, batch " fm-batch
            " ignored"
        go to feedmap-loop
    end-if.
    if fm-count < fm-max
        add 1 to fm-count
        move fm-feed-id to tbl-fm-feed-id(fm-count)
        move fm-header to tbl-fm-header(fm-count)
    else
        display "A: feed map table full, batch " fm-batch " ignored"
    end-if.
    go to feedmap-loop.
feedmap-wrap.
    close feedmap-file.
feedmap-done.
apply-override.
    move "n" to override-flag.
    move "n" to ovr-hit.
    end-if.
    move "y" to master-active.
master-done.
load-resubmap.
    move asof-date to asof-min.
    if asof-date not = spaces
        go to resubmap-done
    end-if.
    open input resubmap-file.
    if fs-resubmap not = "00" and fs-resubmap not = "05"
        display "A: resubmit map RESUBMAP.DAT unavailable, status "
            fs-resubmap
        go to resubmap-done
    end-if.
resubmap-loop.
    read resubmap-file
        at end go to resubmap-wrap
    end-read.
    if rsm-resub-date > run-date or rsm-run-date not < run-date
        go to resubmap-loop
    end-if.
    if rsm-count < rsm-max
        add 1 to rsm-count
        move rsm-p to tbl-rsm-p(rsm-count)
        move rsm-run-date to tbl-rsm-run-date(rsm-count)
        if asof-min = spaces or rsm-run-date < asof-min
            move rsm-run-date to asof-min
        end-if
    else
        display "A: resubmit map table full, entry ignored "
            rsm-p(1:10)
    end-if.
    go to resubmap-loop.
resubmap-wrap.
    close resubmap-file.
resubmap-done.
load-history.
    if asof-min = spaces
        go to history-done
    end-if.
    open input history-file.
    if fs-history not = "00" and fs-history not = "05"
        display "A: master history CUSTHIST.DAT unavailable, status "
            fs-history ", current master used"
        go to history-done
    end-if.
history-loop.
    read history-file
        at end go to history-wrap
    end-read.
    if chg-date not > asof-min
        go to history-loop
    end-if.
    if hst-count < hst-max
        add 1 to hst-count
        move chg-id to tbl-hst-id(hst-count)
        move chg-date to tbl-hst-date(hst-count)
        move chg-bef-status to tbl-hst-status(hst-count)
        move chg-bef-region to tbl-hst-region(hst-count)
        move chg-bef-eff-date to tbl-hst-eff-date(hst-count)
        move chg-bef-exp-date to tbl-hst-exp-date(hst-count)
    else
        display "A: master history table full, as-of validation "
            "incomplete"
        go to history-wrap
    end-if.
    go to history-loop.
history-wrap.
    close history-file.
history-done.
check-master.
    move "n" to master-hit.
    move spaces to mismatch-reason.
    move run-date to check-date.
    move "n" to asof-hit.
    if asof-flag = "y"
        perform find-asof-date
        if check-date < run-date
            add 1 to cnt-asof
            perform find-asof-image
        end-if
    end-if.
    if asof-hit = "y"
        if cust-status = "A"
            move "y" to master-hit
            perform check-assignment
        end-if
    else
        move det-id of p-fields to cust-id
        read master-file
            invalid key
                continue
            not invalid key
                if cust-status = "A"
                    move "y" to master-hit
                    perform check-assignment
                end-if
        end-read
    end-if.
find-asof-date.
    if asof-date not = spaces
        move asof-date to check-date
    end-if.
    perform varying rm from 1 by 1 until rm > rsm-count
        if tbl-rsm-p(rm) = trans-p
            move tbl-rsm-run-date(rm) to check-date
        end-if
    end-perform.
find-asof-image.
    perform varying hs from 1 by 1
            until hs > hst-count or asof-hit = "y"
        if tbl-hst-id(hs) = det-id of p-fields
                and tbl-hst-date(hs) > check-date
            move "y" to asof-hit
            move tbl-hst-id(hs) to cust-id
            move tbl-hst-status(hs) to cust-status
            move spaces to cust-name
            move tbl-hst-region(hs) to cust-region
            move tbl-hst-eff-date(hs) to cust-eff-date
            move tbl-hst-exp-date(hs) to cust-exp-date
        end-if
    end-perform.
check-assignment.
    if cust-region not = spaces
            and cust-region not = det-region of p-fields
        move "DIVERT-REGION" to mismatch-reason
    else
        if cust-eff-date not = spaces and check-date < cust-eff-date
            move "DIVERT-DATE" to mismatch-reason
        else
            if cust-exp-date not = spaces
                    and check-date > cust-exp-date
                move "DIVERT-DATE" to mismatch-reason
            end-if
        end-if
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
    if protect-flag = "y"
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
write-summary.
    open extend summary-file.
    move batch-condition to sum-condition.
    move cnt-suspense to sum-suspense.
    move cnt-mismatch to sum-mismatch.
    move feed-id to sum-feed-id.
    move batch-number to sum-batch-number.
    if qa-active = "y" and cnt-masked > 0
        move "P" to sum-qa-status
        add 1 to tot-qa-batches
    else
        move space to sum-qa-status
    end-if.
    move cnt-qa-sampled to sum-qa-sampled.
    move spaces to sum-qa-reviewer.
    move spaces to sum-qa-date.
    move spaces to sum-qa-time.
    write summary-rec.
    close summary-file.
    add cnt-processed to tot-processed.
    add cnt-duplicates to tot-duplicates.
    add cnt-suspense to tot-suspense.
    add cnt-mismatch to tot-mismatch.
    add cnt-qa-sampled to tot-qa-sampled.
qa-sample.
    move "n" to qa-pick.
    move 0 to qa-slot.
    perform varying q from 1 by 1
            until q > qa-region-count or qa-slot > 0
        if tbl-qa-region(q) = ext-det-region
            move q to qa-slot
        end-if
    end-perform.
    if qa-slot = 0 and qa-region-count < qa-region-max
        add 1 to qa-region-count
        move qa-region-count to qa-slot
        move ext-det-region to tbl-qa-region(qa-slot)
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
    compute qa-target = cnt-masked * qa-pct / 100.
    if qa-target > qa-taken
        move qa-target to qa-taken
        move "y" to qa-pick
    end-if.
    if qa-pick = "y"
        if qa-slot > 0
            add 1 to tbl-qa-picked(qa-slot)
        end-if
        add 1 to cnt-qa-sampled
        move ext-run-date to qa-run-date
        move ext-run-number to qa-run-number
        move ext-batch-number to qa-batch-number
        move ext-audit-seq to qa-audit-seq
        move ext-det-id to qa-det-id
        move ext-det-region to qa-det-region
        move ext-header-s to qa-header-s
        move ext-masked-s to qa-masked-s
        move ext-protect to qa-protect
        write qa-rec
    end-if.
fail-run-status.
    move "FILE-ERROR" to run-condition.
    move 12 to return-code.
    if fs-ledger = "35"
        open output ledger-file
    end-if.
    move proc-date to ldg-date.
    move function current-date(9:6) to ldg-time.
    move "a" to ldg-program.
    move ledger-phase to ldg-phase.
    move tot-processed to ldg-processed.
    move tot-skipped to ldg-skipped.
    move tot-masked to ldg-masked.
    move 0 to ldg-batch.
    move spaces to ldg-user.
    write ledger-rec.
    close ledger-file.
get-proc-date.
    move function current-date(1:8) to proc-date.
    open input procdate-file.
    if fs-procdate not = "00"
        display "A: processing date file PROCDATE.DAT unavailable, "
            "using system date " proc-date
        go to proc-date-done
    end-if.
    read procdate-file
        at end
            display "A: processing date file PROCDATE.DAT empty, "
                "using system date " proc-date
        not at end
            move bus-proc-date to proc-date
    end-read.
    close procdate-file.
proc-date-done.
check-fences.
    move spaces to fence-reason.
    move spaces to fence-work.
    move p to sus-p.
    write suspense-rec.
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
        display "A: no free token for segment, seq " seq-num
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
            display "A: token not written, status " fs-token
                ", seq " seq-num ", segment fill masked"
            go to find-token-done
    end-write.
    add 1 to cnt-tokens-new.
token-check.
    move 0 to token-conflicts.
    inspect token-work(1 : seg-len) tallying token-conflicts
        for all start-marker all end-marker all fill-char.
    if token-conflicts > 0
        display "A: token conflicts with region markers, seq " seq-num
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
