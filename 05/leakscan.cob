       >>SOURCE FORMAT IS FREE
id division.
program-id. a-leakscan.
environment division.
input-output section.
file-control.
    select mask-in assign to "MASKOUT.DAT"
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
    select master-file assign to "CUSTMAST.DAT"
        organization is indexed
        access is random
        record key is cust-id
        file status is fs-master.
    select control-file assign to "CONTROL.DAT"
        organization is line sequential
        file status is fs-control.
    select optional rules-file assign to "RULES.DAT"
        organization is line sequential
        file status is fs-rules.
    select optional pattern-file assign to "LEAKPAT.DAT"
        organization is line sequential
        file status is fs-pattern.
    select leak-report assign to "LEAKRPT.DAT"
        organization is line sequential.
    select procdate-file assign to "PROCDATE.DAT"
        organization is line sequential
        file status is fs-procdate.
    select ledger-file assign to "RUNLEDG.DAT"
        organization is line sequential
        file status is fs-ledger.
data division.
file section.
fd mask-in.
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
fd master-file.
01 master-rec.
    copy custrec.
fd control-file.
01 control-rec.
    05 ctl-start-marker pic x.
    05 ctl-end-marker pic x.
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
    05 rul-start-marker pic x.
    05 rul-end-marker pic x.
    05 rul-fill-char pic x.
    05 rul-exempt pic x.
    05 rul-mask-mode pic x.
fd pattern-file.
01 pattern-rec.
    05 pat-id pic x(10).
    05 pat-type pic x.
    05 pat-min-len pic 99.
    05 pat-shape pic x(30).
fd leak-report.
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
1 fs-mask pic xx.
1 fs-extract pic xx.
1 fs-audit pic xx.
1 fs-master pic xx.
1 fs-control pic xx.
1 fs-rules pic xx.
1 fs-pattern pic xx.
1 scan-date pic x(8).
1 master-active pic x value "n".
1 file-error-flag pic x value "n".
1 hit pic x.
1 fs-vault pic xx.
1 cnt-need-source pic 9(9) value 0.
1 i pic 9(9).
1 img-max pic 9(9) value 250000.
1 img-count pic 9(9) value 0.
1 img-cursor pic 9(9) value 1.
1 img-overflow-flag pic x value "n".
1 image-table.
    05 image-entry occurs 250000.
        10 tbl-run-number pic 9(5).
        10 tbl-seq pic 9(9).
        10 tbl-id pic x(10).
        10 tbl-det-region pic x(5).
        10 tbl-exempt-flag pic x.
        10 tbl-image pic x(50).
        10 tbl-used pic x.
        10 tbl-need pic x.
1 start-marker pic x.
1 end-marker pic x.
1 dflt-start-marker pic x value "K".
1 dflt-end-marker pic x value "T".
1 rule-max pic 99 value 50.
1 rule-count pic 99 value 0.
1 rule-hit pic x.
1 r pic 99.
1 rule-table.
    05 rule-entry occurs 50.
        10 tbl-region pic x(5).
        10 tbl-start-marker pic x.
        10 tbl-end-marker pic x.
1 pat-max pic 99 value 50.
1 pat-count pic 99 value 0.
1 pt pic 99.
1 pattern-table.
    05 pattern-entry occurs 50.
        10 tbl-pat-id pic x(10).
        10 tbl-pat-type pic x.
        10 tbl-pat-min-len pic 99.
        10 tbl-pat-shape pic x(30).
        10 tbl-pat-len pic 99.
1 scan-source pic x(8).
1 scan-run-number pic 9(5).
1 scan-seq pic 9(9).
1 scan-id pic x(10).
1 scan-region pic x(5).
1 scan-exempt-flag pic x.
1 scan-image pic x(50).
1 scrub pic x(50).
1 scan-pos pic 99.
1 scan-remain pic 99.
1 scan-t-pos pic 99.
1 seg-b pic 99.
1 seg-pos pic 99.
1 seg-len pic 99.
1 name-len pic 99.
1 leak-pos pic 99.
1 leak-reason pic x(10).
1 record-hit pic x.
1 shape-hit pic x.
1 cx pic 99.
1 sx pic 99.
1 run-len pic 99.
1 last-start pic 99.
1 shape-char pic x.
1 test-char pic x.
1 cnt-scanned pic 9(9) value 0.
1 cnt-leaks pic 9(9) value 0.
1 cnt-records-hit pic 9(9) value 0.
1 hdr-line.
    05 filler pic x(31) value "post-mask leak scan, run date ".
    05 hdr-date pic x(8).
1 head2-line.
    05 filler pic x(70) value "run    audit seq  det id     region source   reason      position".
1 detail-line.
    05 dtl-run pic 9(5).
    05 filler pic x(2) value spaces.
    05 dtl-seq pic 9(9).
    05 filler pic x(2) value spaces.
    05 dtl-id pic x(10).
    05 filler pic x value space.
    05 dtl-region pic x(5).
    05 filler pic x(2) value spaces.
    05 dtl-source pic x(8).
    05 filler pic x value space.
    05 dtl-reason pic x(10).
    05 filler pic x(2) value spaces.
    05 dtl-pos pic z9.
1 total-line.
    05 filler pic x(17) value "records scanned  ".
    05 tot-scanned pic 9(9).
    05 filler pic x(16) value "  records hit  ".
    05 tot-records-hit pic 9(9).
    05 filler pic x(9) value "  leaks  ".
    05 tot-leaks pic 9(9).
1 result-line pic x(60).
procedure division.
main-para.
    perform get-proc-date thru proc-date-done.
    move "START" to ledger-phase.
    perform write-ledger.
    display "enter run date to scan (yyyymmdd, blank for " proc-date
        "): " with no advancing.
    accept scan-date.
    if scan-date = spaces
        move proc-date to scan-date
    end-if.
    perform read-control thru control-done.
    perform load-rules thru rules-done.
    perform load-patterns thru patterns-done.
    open output leak-report.
    move scan-date to hdr-date.
    write report-rec from hdr-line.
    write report-rec from head2-line.
    perform open-master thru master-done.
    perform load-audit-images thru images-done.
    perform scan-maskout thru maskout-done.
    perform scan-extract thru extract-done.
    if master-active = "y"
        close master-file
    end-if.
    move cnt-scanned to tot-scanned.
    move cnt-records-hit to tot-records-hit.
    move cnt-leaks to tot-leaks.
    write report-rec from total-line.
    if img-overflow-flag = "y"
        move "audit image table full, MASKOUT.DAT scan incomplete"
            to result-line
        write report-rec from result-line
        display result-line
    end-if.
    move "END" to ledger-phase.
    if file-error-flag = "y"
        move "RESULT: SCAN INCOMPLETE, HAND-OFF HELD" to result-line
        move "FILE-ERROR" to ledger-condition
        move 12 to ledger-rc
    else
        if cnt-leaks > 0
            move "RESULT: LEAKS FOUND, HOLD DOWNSTREAM HAND-OFF"
                to result-line
            move "LEAKS" to ledger-condition
            move 8 to ledger-rc
        else
            move "RESULT: NO LEAKS FOUND" to result-line
            move "CLEAN" to ledger-condition
            move 0 to ledger-rc
        end-if
    end-if.
    write report-rec from result-line.
    close leak-report.
    display result-line.
    display "records scanned " cnt-scanned " leaks " cnt-leaks.
    perform write-ledger.
    move ledger-rc to return-code.
    stop run.
write-ledger.
    open extend ledger-file.
    if fs-ledger = "35"
        open output ledger-file
    end-if.
    move proc-date to ldg-date.
    move function current-date(9:6) to ldg-time.
    move "a-leakscan" to ldg-program.
    move ledger-phase to ldg-phase.
    move 0 to ldg-run-number.
    move ledger-condition to ldg-condition.
    move ledger-rc to ldg-rc.
    move cnt-scanned to ldg-processed.
    move cnt-records-hit to ldg-skipped.
    move cnt-leaks to ldg-masked.
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
read-control.
    open input control-file.
    if fs-control not = "00"
        display "control file CONTROL.DAT unavailable, status "
            fs-control ", defaults retained"
        go to control-done
    end-if.
    read control-file
        at end
            close control-file
            go to control-done
    end-read.
    move ctl-start-marker to dflt-start-marker.
    move ctl-end-marker to dflt-end-marker.
    close control-file.
control-done.
load-rules.
    open input rules-file.
    if fs-rules not = "00" and fs-rules not = "05"
        display "rules file RULES.DAT unavailable, status " fs-rules
        go to rules-done
    end-if.
rules-loop.
    read rules-file
        at end go to rules-wrap
    end-read.
    move "n" to rule-hit.
    perform varying r from 1 by 1
            until r > rule-count or rule-hit = "y"
        if tbl-region(r) = rul-region
            move "y" to rule-hit
        end-if
    end-perform.
    if rule-hit = "y"
        go to rules-loop
    end-if.
    if rule-count < rule-max
        add 1 to rule-count
        move rul-region to tbl-region(rule-count)
        move rul-start-marker to tbl-start-marker(rule-count)
        move rul-end-marker to tbl-end-marker(rule-count)
    else
        display "rules table full, rule ignored for " rul-region
    end-if.
    go to rules-loop.
rules-wrap.
    close rules-file.
rules-done.
load-patterns.
    open input pattern-file.
    if fs-pattern not = "00" and fs-pattern not = "05"
        display "pattern file LEAKPAT.DAT unavailable, status "
            fs-pattern ", pattern checks off"
        go to patterns-done
    end-if.
patterns-loop.
    read pattern-file
        at end go to patterns-wrap
    end-read.
    if pat-type not = "D" and pat-type not = "S"
        display "pattern type not D or S, entry ignored " pat-id
        go to patterns-loop
    end-if.
    if pat-count >= pat-max
        display "pattern table full, entry ignored " pat-id
        go to patterns-loop
    end-if.
    add 1 to pat-count.
    move pat-id to tbl-pat-id(pat-count).
    move pat-type to tbl-pat-type(pat-count).
    move pat-min-len to tbl-pat-min-len(pat-count).
    move pat-shape to tbl-pat-shape(pat-count).
    move 0 to tbl-pat-len(pat-count).
    perform varying sx from 30 by -1
            until sx < 1 or tbl-pat-len(pat-count) > 0
        if pat-shape(sx : 1) not = space
            move sx to tbl-pat-len(pat-count)
        end-if
    end-perform.
    if pat-type = "D" and pat-min-len = 0
        display "digit run length zero, entry ignored " pat-id
        subtract 1 from pat-count
    end-if.
    if pat-type = "S" and tbl-pat-len(pat-count) = 0
        display "pattern shape blank, entry ignored " pat-id
        subtract 1 from pat-count
    end-if.
    go to patterns-loop.
patterns-wrap.
    close pattern-file.
patterns-done.
open-master.
    open input master-file.
    if fs-master = "35"
        move "customer master not on file, name checks not run"
            to result-line
        write report-rec from result-line
        display result-line
        move "y" to file-error-flag
        go to master-done
    end-if.
    if fs-master not = "00"
        move spaces to result-line
        string "customer master unavailable, status " fs-master
            ", name checks not run" delimited by size into result-line
        write report-rec from result-line
        display result-line
        move "y" to file-error-flag
        go to master-done
    end-if.
    move "y" to master-active.
master-done.
load-audit-images.
    open input audit-file.
    if fs-audit not = "00"
        move "audit file AUDIT.DAT unavailable" to result-line
        write report-rec from result-line
        display result-line
        move "y" to file-error-flag
        go to images-done
    end-if.
images-loop.
    read audit-file
        at end go to images-wrap
    end-read.
    if audit-date not = scan-date
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
    move audit-run-number to tbl-run-number(img-count).
    move audit-seq to tbl-seq(img-count).
    move audit-det-id to tbl-id(img-count).
    move audit-det-region to tbl-det-region(img-count).
    move "n" to tbl-need(img-count).
    if audit-disposition = "EXEMPT-UNMASKED"
        move "y" to tbl-exempt-flag(img-count)
        move audit-p to tbl-image(img-count)
        if audit-protect = "Y"
            move "y" to tbl-need(img-count)
            add 1 to cnt-need-source
        end-if
    else
        move "n" to tbl-exempt-flag(img-count)
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
        move "vault VAULT.DAT unavailable, protected exempts not scanned"
            to result-line
        write report-rec from result-line
        display result-line
        move "y" to file-error-flag
        go to fill-images-done
    end-if.
fill-images-loop.
    read vault-file
        at end go to fill-images-wrap
    end-read.
    if vlt-seg-type not = "P" or vlt-run-date not = scan-date
        go to fill-images-loop
    end-if.
    move "n" to hit.
    perform varying i from 1 by 1 until i > img-count or hit = "y"
        if tbl-need(i) = "y" and tbl-seq(i) = vlt-audit-seq
                and tbl-run-number(i) = vlt-run-number
            move "y" to hit
            move "n" to tbl-need(i)
            move vlt-seg-text to tbl-image(i)
        end-if
    end-perform.
    go to fill-images-loop.
fill-images-wrap.
    close vault-file.
fill-images-done.
scan-maskout.
    open input mask-in.
    if fs-mask not = "00"
        move "masked file MASKOUT.DAT unavailable" to result-line
        write report-rec from result-line
        display result-line
        move "y" to file-error-flag
        go to maskout-done
    end-if.
maskout-loop.
    read mask-in
        at end go to maskout-wrap
    end-read.
    move "n" to hit.
    if img-cursor <= img-count
        if tbl-image(img-cursor) = mask-rec
                and tbl-used(img-cursor) = "n"
            move img-cursor to i
            move "y" to hit
            add 1 to img-cursor
        end-if
    end-if.
    if hit = "n"
        perform varying i from 1 by 1
                until i > img-count or hit = "y"
            if tbl-image(i) = mask-rec and tbl-used(i) = "n"
                move "y" to hit
            end-if
        end-perform
        if hit = "y"
            subtract 1 from i
        end-if
    end-if.
    if hit = "n"
        go to maskout-loop
    end-if.
    move "y" to tbl-used(i).
    move "MASKOUT" to scan-source.
    move tbl-run-number(i) to scan-run-number.
    move tbl-seq(i) to scan-seq.
    move tbl-id(i) to scan-id.
    move tbl-det-region(i) to scan-region.
    move tbl-exempt-flag(i) to scan-exempt-flag.
    move mask-rec to scan-image.
    perform scan-record.
    go to maskout-loop.
maskout-wrap.
    close mask-in.
maskout-done.
scan-extract.
    open input extract-file.
    if fs-extract not = "00"
        move "extract file EXTRACT.DAT unavailable" to result-line
        write report-rec from result-line
        display result-line
        move "y" to file-error-flag
        go to extract-done
    end-if.
extract-loop.
    read extract-file
        at end go to extract-wrap
    end-read.
    if ext-run-date not = scan-date
        go to extract-loop
    end-if.
    move "EXTRACT" to scan-source.
    move ext-run-number to scan-run-number.
    move ext-audit-seq to scan-seq.
    move ext-det-id to scan-id.
    move ext-det-region to scan-region.
    move "n" to scan-exempt-flag.
    move ext-masked-s to scan-image.
    perform scan-record.
    go to extract-loop.
extract-wrap.
    close extract-file.
extract-done.
scan-record.
    add 1 to cnt-scanned.
    move "n" to record-hit.
    move scan-image to scrub.
    if scan-exempt-flag = "n"
        perform select-markers
        perform blank-fences
    end-if.
    if master-active = "y"
        perform check-name
    end-if.
    perform varying pt from 1 by 1 until pt > pat-count
        if tbl-pat-type(pt) = "D"
            perform check-digit-run
        else
            perform check-shape
        end-if
    end-perform.
    if record-hit = "y"
        add 1 to cnt-records-hit
    end-if.
select-markers.
    move dflt-start-marker to start-marker.
    move dflt-end-marker to end-marker.
    move "n" to rule-hit.
    perform varying r from 1 by 1
            until r > rule-count or rule-hit = "y"
        if tbl-region(r) = scan-region
            move "y" to rule-hit
            move tbl-start-marker(r) to start-marker
            move tbl-end-marker(r) to end-marker
        end-if
    end-perform.
blank-fences.
    move 1 to scan-pos.
    perform until scan-pos > 50
        compute scan-remain = 50 - scan-pos + 1
        move 0 to seg-b
        inspect scrub(scan-pos : scan-remain) tallying seg-b
            for characters before initial start-marker
        if seg-b >= scan-remain
            move 51 to scan-pos
        else
            compute seg-pos = scan-pos + seg-b
            compute scan-remain = 50 - seg-pos + 1
            move 0 to scan-t-pos
            inspect scrub(seg-pos : scan-remain) tallying scan-t-pos
                for characters before initial end-marker
            if scan-t-pos >= scan-remain
                move scan-remain to seg-len
            else
                compute seg-len = scan-t-pos + 1
            end-if
            move spaces to scrub(seg-pos : seg-len)
            compute scan-pos = seg-pos + seg-len
        end-if
    end-perform.
check-name.
    move scan-id to cust-id.
    read master-file
        invalid key
            move 0 to name-len
        not invalid key
            move 0 to name-len
            perform varying cx from 30 by -1
                    until cx < 1 or name-len > 0
                if cust-name(cx : 1) not = space
                    move cx to name-len
                end-if
            end-perform
    end-read.
    move 50 to leak-pos.
    if name-len > 2
        move 0 to leak-pos
        inspect scrub tallying leak-pos
            for characters before initial cust-name(1 : name-len)
    end-if.
    if leak-pos < 50
        add 1 to leak-pos
        move "CUST-NAME" to leak-reason
        perform write-leak
    end-if.
check-digit-run.
    move 0 to run-len.
    move 0 to leak-pos.
    perform varying cx from 1 by 1 until cx > 50 or leak-pos > 0
        if scrub(cx : 1) is numeric
            add 1 to run-len
            if run-len >= tbl-pat-min-len(pt)
                compute leak-pos = cx - run-len + 1
            end-if
        else
            move 0 to run-len
        end-if
    end-perform.
    if leak-pos > 0
        move tbl-pat-id(pt) to leak-reason
        perform write-leak
    end-if.
check-shape.
    move 0 to leak-pos.
    compute last-start = 50 - tbl-pat-len(pt) + 1.
    perform varying cx from 1 by 1
            until cx > last-start or leak-pos > 0
        move "y" to shape-hit
        perform varying sx from 1 by 1
                until sx > tbl-pat-len(pt) or shape-hit = "n"
            move tbl-pat-shape(pt)(sx : 1) to shape-char
            move scrub(cx + sx - 1 : 1) to test-char
            if shape-char = "9"
                if test-char is not numeric
                    move "n" to shape-hit
                end-if
            else
                if shape-char = "A"
                    if test-char is not alphabetic or test-char = space
                        move "n" to shape-hit
                    end-if
                else
                    if shape-char = "X"
                        if test-char = space
                            move "n" to shape-hit
                        end-if
                    else
                        if test-char not = shape-char
                            move "n" to shape-hit
                        end-if
                    end-if
                end-if
            end-if
        end-perform
        if shape-hit = "y"
            move cx to leak-pos
        end-if
    end-perform.
    if leak-pos > 0
        move tbl-pat-id(pt) to leak-reason
        perform write-leak
    end-if.
write-leak.
    add 1 to cnt-leaks.
    move "y" to record-hit.
    move scan-run-number to dtl-run.
    move scan-seq to dtl-seq.
    move scan-id to dtl-id.
    move scan-region to dtl-region.
    move scan-source to dtl-source.
    move leak-reason to dtl-reason.
    move leak-pos to dtl-pos.
    write report-rec from detail-line.
