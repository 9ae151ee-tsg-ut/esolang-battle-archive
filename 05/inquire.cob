        organization is line sequential.
    select extract-file assign to "EXTRACT.DAT"
        organization is line sequential.
    select procdate-file assign to "PROCDATE.DAT"
        organization is line sequential
        file status is fs-procdate.
    select ledger-file assign to "RUNLEDG.DAT"
        organization is line sequential
        file status is fs-ledger.
fd extract-file.
01 extract-rec.
    copy extractrec.
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
1 found-flag pic x value "n".
procedure division.
main-para.
    perform get-proc-date thru proc-date-done.
    move "START" to ledger-phase.
    perform write-ledger.
    display "search by (h)eader s value, (d)ate, or (r)un number: "
    if fs-ledger = "35"
        open output ledger-file
    end-if.
    move proc-date to ldg-date.
    move function current-date(9:6) to ldg-time.
    move "a-inquire" to ldg-program.
    move ledger-phase to ldg-phase.
    move 0 to ldg-processed.
    move 0 to ldg-skipped.
    move 0 to ldg-masked.
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
search-by-header.
    open input audit-file.
header-loop.
        display "date: " audit-date " seq: " audit-seq
            " disposition: " audit-disposition
        display "header: " audit-header-s
        if audit-protect = "Y"
            display "source p: protected, held in vault"
        else
            display "source p: " audit-p
        end-if
        display "masked s: " audit-s
        display "id: " audit-det-id " region: " audit-det-region
        if audit-protect not = "Y"
            display "segment: " audit-det-segment " filler: " audit-det-filler
        end-if
    end-if.
    go to header-loop.
header-done.
        display "date: " audit-date " seq: " audit-seq
            " disposition: " audit-disposition
        display "header: " audit-header-s
        if audit-protect = "Y"
            display "source p: protected, held in vault"
        else
            display "source p: " audit-p
        end-if
        display "masked s: " audit-s
        display "id: " audit-det-id " region: " audit-det-region
        if audit-protect not = "Y"
            display "segment: " audit-det-segment " filler: " audit-det-filler
        end-if
    end-if.
    go to date-loop.
date-done.
        move "y" to found-flag
        display "date: " ext-run-date " run: " ext-run-number
        display "header: " ext-header-s
        if ext-protect = "Y"
            display "source p: protected, held in vault"
        else
            display "source p: " ext-source-p
        end-if
        display "masked s: " ext-masked-s
        display "id: " ext-det-id " region: " ext-det-region
        if ext-protect not = "Y"
            display "segment: " ext-det-segment " filler: " ext-det-filler
        end-if
    end-if.
    go to run-loop.
run-done.
