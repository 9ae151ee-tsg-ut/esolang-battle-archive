    select override-file assign to "OVERRIDE.DAT"
        organization is line sequential
        file status is fs-override.
    select pattern-file assign to "LEAKPAT.DAT"
        organization is line sequential
        file status is fs-pattern.
    select maint-log assign to "MAINTLOG.DAT"
        organization is line sequential
        file status is fs-log.
    select procdate-file assign to "PROCDATE.DAT"
        organization is line sequential
        file status is fs-procdate.
    select ledger-file assign to "RUNLEDG.DAT"
        organization is line sequential
        file status is fs-ledger.
    05 rul-end-marker pic x.
    05 rul-fill-char pic x.
    05 rul-exempt pic x.
    05 rul-mask-mode pic x.
fd override-file.
01 override-rec.
    05 ovr-det-id pic x(10).
    05 ovr-action pic x.
    05 ovr-det-region pic x(5).
    05 ovr-det-segment pic x(30).
fd pattern-file.
01 pattern-rec.
    05 pat-id pic x(10).
    05 pat-type pic x.
    05 pat-min-len pic 99.
    05 pat-shape pic x(30).
fd maint-log.
01 log-rec.
    05 log-date pic x(8).
    05 log-key pic x(10).
    05 log-old pic x(46).
    05 log-new pic x(46).
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
1 fs-rules pic xx.
1 fs-override pic xx.
1 fs-log pic xx.
1 fs-pattern pic xx.
1 today-date pic x(8).
1 user-id pic x(10) value spaces.
1 file-code pic x.
1 action-code pic x.
1 found-flag pic x.
1 work-end pic x.
1 work-fill pic x.
1 work-exempt pic x.
1 work-mask-mode pic x.
1 work-id pic x(10).
1 work-action pic x.
1 work-ovr-region pic x(5).
1 work-segment pic x(30).
1 work-pat-id pic x(10).
1 work-pat-type pic x.
1 work-pat-min-len pic 99.
1 work-pat-shape pic x(30).
1 r pic 99.
1 rule-slot pic 99.
1 rule-max pic 99 value 50.
        10 tbl-end-marker pic x.
        10 tbl-fill-char pic x.
        10 tbl-exempt pic x.
        10 tbl-mask-mode pic x.
1 o pic 9(3).
1 ovr-slot pic 9(3).
1 ovr-max pic 9(3) value 200.
        10 tbl-ovr-action pic x.
        10 tbl-ovr-region pic x(5).
        10 tbl-ovr-segment pic x(30).
1 pt pic 99.
1 pat-slot pic 99.
1 pat-max pic 99 value 50.
1 pat-count pic 99 value 0.
1 pattern-table.
    05 pattern-entry occurs 50.
        10 tbl-pat-id pic x(10).
        10 tbl-pat-type pic x.
        10 tbl-pat-min-len pic 99.
        10 tbl-pat-shape pic x(30).
procedure division.
main-para.
    perform get-proc-date thru proc-date-done.
    move proc-date to today-date.
    move "START" to ledger-phase.
    perform write-ledger.
    display "enter user id: " with no advancing.
    accept user-id.
    display "maintain (r)ules file, (o)verride file, "
        "or leak (p)attern file: " with no advancing.
    accept file-code.
    if file-code not = "r" and file-code not = "R"
            and file-code not = "o" and file-code not = "O"
            and file-code not = "p" and file-code not = "P"
        display "unknown file."
        go to noaction-exit
    end-if.
    if file-code = "r" or file-code = "R"
        perform rules-maint thru rules-maint-done
    else
        if file-code = "o" or file-code = "O"
            perform override-maint thru override-maint-done
        else
            perform pattern-maint thru pattern-maint-done
        end-if
    end-if.
    move "END" to ledger-phase.
    move "CLEAN" to ledger-condition.
    if fs-ledger = "35"
        open output ledger-file
    end-if.
    move proc-date to ldg-date.
    move function current-date(9:6) to ldg-time.
    move "a-rulemaint" to ldg-program.
    move ledger-phase to ldg-phase.
    move 0 to ldg-processed.
    move 0 to ldg-skipped.
    move 0 to ldg-masked.
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
noaction-exit.
    move "END" to ledger-phase.
    move "NOACTION" to ledger-condition.
        accept work-fill
        display "enter exempt flag (Y or N): " with no advancing
        accept work-exempt
        display "enter masking mode, (F)ill or (T)oken: "
            with no advancing
        accept work-mask-mode
        perform edit-rule-fields
    end-if.
    perform load-rules thru rules-done.
        display "exempt flag must be Y or N."
        go to noaction-exit
    end-if.
    if work-mask-mode = space
        move "F" to work-mask-mode
    end-if.
    if work-mask-mode not = "F" and work-mask-mode not = "T"
        display "masking mode must be F or T."
        go to noaction-exit
    end-if.
    if work-start = work-fill or work-end = work-fill
        display "fence markers may not equal the fill character."
        go to noaction-exit
        move rul-end-marker to tbl-end-marker(rule-count)
        move rul-fill-char to tbl-fill-char(rule-count)
        move rul-exempt to tbl-exempt(rule-count)
        move rul-mask-mode to tbl-mask-mode(rule-count)
    else
        display "rules table full, entry dropped " rul-region
    end-if.
    move work-end to tbl-end-marker(rule-count).
    move work-fill to tbl-fill-char(rule-count).
    move work-exempt to tbl-exempt(rule-count).
    move work-mask-mode to tbl-mask-mode(rule-count).
    move spaces to old-image.
    perform build-rule-image.
    move "ADD" to log-action-ws.
    move spaces to old-image.
    string tbl-region(rule-slot) tbl-start-marker(rule-slot)
        tbl-end-marker(rule-slot) tbl-fill-char(rule-slot)
        tbl-exempt(rule-slot) tbl-mask-mode(rule-slot)
        delimited by size into old-image.
    move work-start to tbl-start-marker(rule-slot).
    move work-end to tbl-end-marker(rule-slot).
    move work-fill to tbl-fill-char(rule-slot).
    move work-exempt to tbl-exempt(rule-slot).
    move work-mask-mode to tbl-mask-mode(rule-slot).
    perform build-rule-image.
    move "CHANGE" to log-action-ws.
    move work-region to log-key-ws.
    move spaces to old-image.
    string tbl-region(rule-slot) tbl-start-marker(rule-slot)
        tbl-end-marker(rule-slot) tbl-fill-char(rule-slot)
        tbl-exempt(rule-slot) tbl-mask-mode(rule-slot)
        delimited by size into old-image.
    perform varying r from rule-slot by 1
            until r >= rule-count
        move rule-entry(r + 1) to rule-entry(r)
build-rule-image.
    move spaces to new-image.
    string work-region work-start work-end work-fill work-exempt
        work-mask-mode delimited by size into new-image.
rewrite-rules.
    open output rules-file.
    if fs-rules not = "00"
        move tbl-end-marker(r) to rul-end-marker
        move tbl-fill-char(r) to rul-fill-char
        move tbl-exempt(r) to rul-exempt
        move tbl-mask-mode(r) to rul-mask-mode
        write rules-rec
    end-perform.
    close rules-file.
    end-perform.
    close override-file.
override-rewrite-done.
pattern-maint.
    display "enter pattern id: " with no advancing.
    accept work-pat-id.
    if action-code = "a" or action-code = "A"
            or action-code = "c" or action-code = "C"
        display "enter pattern type, (D)igit run or (S)hape: "
            with no advancing
        accept work-pat-type
        if work-pat-type not = "D" and work-pat-type not = "S"
            display "pattern type must be D or S."
            go to noaction-exit
        end-if
        if work-pat-type = "D"
            display "enter minimum digit run length: "
                with no advancing
            accept work-pat-min-len
            if work-pat-min-len = 0
                display "digit run length must be greater than zero."
                go to noaction-exit
            end-if
            move spaces to work-pat-shape
        else
            display "enter shape (9 digit, A letter, X any, "
                "other literal): " with no advancing
            accept work-pat-shape
            if work-pat-shape = spaces
                display "pattern shape may not be blank."
                go to noaction-exit
            end-if
            move 0 to work-pat-min-len
        end-if
    end-if.
    perform load-patterns thru patterns-done.
    perform find-pat-slot.
    if action-code = "a" or action-code = "A"
        perform add-pattern
    else
        if action-code = "c" or action-code = "C"
            perform change-pattern
        else
            perform delete-pattern
        end-if
    end-if.
    perform rewrite-patterns thru patterns-rewrite-done.
pattern-maint-done.
load-patterns.
    open input pattern-file.
    if fs-pattern = "35"
        go to patterns-done
    end-if.
    if fs-pattern not = "00"
        display "pattern file LEAKPAT.DAT unavailable, status "
            fs-pattern
        go to file-error-exit
    end-if.
patterns-loop.
    read pattern-file
        at end go to patterns-wrap
    end-read.
    if pat-count < pat-max
        add 1 to pat-count
        move pat-id to tbl-pat-id(pat-count)
        move pat-type to tbl-pat-type(pat-count)
        move pat-min-len to tbl-pat-min-len(pat-count)
        move pat-shape to tbl-pat-shape(pat-count)
    else
        display "pattern table full, entry dropped " pat-id
    end-if.
    go to patterns-loop.
patterns-wrap.
    close pattern-file.
patterns-done.
find-pat-slot.
    move 0 to pat-slot.
    move "n" to found-flag.
    perform varying pt from 1 by 1
            until pt > pat-count or found-flag = "y"
        if tbl-pat-id(pt) = work-pat-id
            move "y" to found-flag
            move pt to pat-slot
        end-if
    end-perform.
add-pattern.
    if found-flag = "y"
        display "pattern already on file " work-pat-id
            ", use change instead."
        go to noaction-exit
    end-if.
    if pat-count >= pat-max
        display "pattern table full, entry not added."
        go to noaction-exit
    end-if.
    add 1 to pat-count.
    move work-pat-id to tbl-pat-id(pat-count).
    move work-pat-type to tbl-pat-type(pat-count).
    move work-pat-min-len to tbl-pat-min-len(pat-count).
    move work-pat-shape to tbl-pat-shape(pat-count).
    move spaces to old-image.
    perform build-pat-image.
    move "ADD" to log-action-ws.
    move work-pat-id to log-key-ws.
    perform write-log.
    display "pattern added " work-pat-id.
change-pattern.
    if found-flag = "n"
        display "pattern not on file " work-pat-id
        go to noaction-exit
    end-if.
    move spaces to old-image.
    string tbl-pat-id(pat-slot) tbl-pat-type(pat-slot)
        tbl-pat-min-len(pat-slot) tbl-pat-shape(pat-slot)
        delimited by size into old-image.
    move work-pat-type to tbl-pat-type(pat-slot).
    move work-pat-min-len to tbl-pat-min-len(pat-slot).
    move work-pat-shape to tbl-pat-shape(pat-slot).
    perform build-pat-image.
    move "CHANGE" to log-action-ws.
    move work-pat-id to log-key-ws.
    perform write-log.
    display "pattern changed " work-pat-id.
delete-pattern.
    if found-flag = "n"
        display "pattern not on file " work-pat-id
        go to noaction-exit
    end-if.
    move spaces to old-image.
    string tbl-pat-id(pat-slot) tbl-pat-type(pat-slot)
        tbl-pat-min-len(pat-slot) tbl-pat-shape(pat-slot)
        delimited by size into old-image.
    perform varying pt from pat-slot by 1
            until pt >= pat-count
        move pattern-entry(pt + 1) to pattern-entry(pt)
    end-perform.
    subtract 1 from pat-count.
    move spaces to new-image.
    move "DELETE" to log-action-ws.
    move work-pat-id to log-key-ws.
    perform write-log.
    display "pattern deactivated " work-pat-id.
build-pat-image.
    move spaces to new-image.
    string work-pat-id work-pat-type work-pat-min-len work-pat-shape
        delimited by size into new-image.
rewrite-patterns.
    open output pattern-file.
    if fs-pattern not = "00"
        display "pattern file LEAKPAT.DAT not rewritten, status "
            fs-pattern
        go to patterns-rewrite-done
    end-if.
    perform varying pt from 1 by 1 until pt > pat-count
        move tbl-pat-id(pt) to pat-id
        move tbl-pat-type(pt) to pat-type
        move tbl-pat-min-len(pt) to pat-min-len
        move tbl-pat-shape(pt) to pat-shape
        write pattern-rec
    end-perform.
    close pattern-file.
patterns-rewrite-done.
write-log.
    open extend maint-log.
    if fs-log = "35"
    if file-code = "r" or file-code = "R"
        move "RULES" to log-file-name
    else
        if file-code = "o" or file-code = "O"
            move "OVERRIDE" to log-file-name
        else
            move "LEAKPAT" to log-file-name
        end-if
    end-if.
    move log-action-ws to log-action.
    move log-key-ws to log-key.
