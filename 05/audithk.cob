        file status is fs-work.
    select purge-report assign to "PURGERPT.DAT"
        organization is line sequential.
    select procdate-file assign to "PROCDATE.DAT"
        organization is line sequential
        file status is fs-procdate.
    select ledger-file assign to "RUNLEDG.DAT"
        organization is line sequential
        file status is fs-ledger.
    copy auditrec.
fd purge-report.
01 report-rec pic x(60).
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
    05 tot-line-kept pic 9(9).
procedure division.
main-para.
    perform get-proc-date thru proc-date-done.
    move "START" to ledger-phase.
    perform write-ledger.
    display "enter retention cutoff date (yyyymmdd): "
        with no advancing.
    accept cutoff-date.
    if cutoff-date > proc-date
        display "cutoff date is after the processing date " proc-date
        move "END" to ledger-phase
        move "NOACTION" to ledger-condition
        perform write-ledger
        stop run
    end-if.
    perform split-audit thru split-done.
    perform reload-audit thru reload-done.
    perform write-report thru report-done.
    if fs-ledger = "35"
        open output ledger-file
    end-if.
    move proc-date to ldg-date.
    move function current-date(9:6) to ldg-time.
    move "a-audithk" to ldg-program.
    move ledger-phase to ldg-phase.
    move tot-moved to ldg-processed.
    move tot-kept to ldg-skipped.
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
split-audit.
    open input audit-file.
    if fs-audit not = "00"
