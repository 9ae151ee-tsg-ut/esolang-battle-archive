        file status is fs-seq.
    select master-file assign to "CUSTMAST.DAT"
        organization is indexed
        access is dynamic
        record key is cust-id
        file status is fs-master.
    select history-file assign to "CUSTHIST.DAT"
        organization is line sequential
        file status is fs-history.
    select procdate-file assign to "PROCDATE.DAT"
        organization is line sequential
        file status is fs-procdate.
    select ledger-file assign to "RUNLEDG.DAT"
        organization is line sequential
        file status is fs-ledger.
fd master-file.
01 master-rec.
    copy custrec.
fd history-file.
01 history-rec.
    copy custhist.
fd procdate-file.
01 procdate-rec.
    copy procdate.
fd ledger-file.
01 ledger-rec.
    copy ledgrec.
1 fs-seq pic xx.
1 fs-master pic xx.
1 fs-ledger pic xx.
1 fs-procdate pic xx.
1 proc-date pic x(8).
1 ledger-phase pic x(5).
1 ledger-condition pic x(10) value spaces.
1 ledger-rc pic 99 value 0.
1 cnt-loaded pic 9(9) value 0.
1 cnt-dropped pic 9(9) value 0.
1 cnt-unloaded pic 9(9) value 0.
1 fs-history pic xx.
1 user-id pic x(10) value spaces.
1 history-action pic x(10).
1 history-stamp pic x(14).
procedure division.
main-para.
    perform get-proc-date thru proc-date-done.
    move "START" to ledger-phase.
    display "enter your user id (blank for BATCH): " with no advancing.
    accept user-id.
    if user-id = spaces
        move "BATCH" to user-id
    end-if.
    perform write-ledger.
    move function current-date(1:14) to history-stamp.
    open input seq-master.
    if fs-seq not = "00"
        display "sequential master CUSTMASTSEQ.DAT unavailable, "
        perform file-error-ledger
        stop run
    end-if.
    open extend history-file.
    if fs-history = "35"
        open output history-file
    end-if.
    if fs-history not = "00"
        display "master history CUSTHIST.DAT unavailable, status "
            fs-history ", nothing loaded"
        close seq-master
        perform file-error-ledger
        stop run
    end-if.
    perform unload-master thru unload-done.
    open output master-file.
    if fs-master not = "00"
        display "indexed master CUSTMAST.DAT not created, status "
            fs-master
        close seq-master history-file
        perform file-error-ledger
        stop run
    end-if.
            display "duplicate id dropped " cust-id
        not invalid key
            add 1 to cnt-loaded
            move "LOAD" to history-action
            perform write-history
    end-write.
    go to load-loop.
load-wrap.
    close seq-master master-file history-file.
    display "entries unloaded " cnt-unloaded " loaded " cnt-loaded
        " dropped " cnt-dropped.
    move "END" to ledger-phase.
    if cnt-dropped > 0
        move "SKIPS" to ledger-condition
    if fs-ledger = "35"
        open output ledger-file
    end-if.
    move proc-date to ldg-date.
    move function current-date(9:6) to ldg-time.
    move "a-custload" to ldg-program.
    move ledger-phase to ldg-phase.
    move cnt-loaded to ldg-processed.
    move cnt-dropped to ldg-skipped.
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
unload-master.
    open input master-file.
    if fs-master = "35"
        go to unload-done
    end-if.
    if fs-master not = "00"
        display "indexed master CUSTMAST.DAT unreadable, status "
            fs-master ", nothing loaded"
        close seq-master history-file
        perform file-error-ledger
        stop run
    end-if.
unload-loop.
    read master-file next record
        at end go to unload-wrap
    end-read.
    add 1 to cnt-unloaded.
    move "UNLOAD" to history-action.
    perform write-history.
    go to unload-loop.
unload-wrap.
    close master-file.
unload-done.
write-history.
    move proc-date to chg-date.
    move history-stamp to chg-stamp.
    move "a-custload" to chg-program.
    move user-id to chg-user.
    move history-action to chg-action.
    move "reload from CUSTMASTSEQ.DAT" to chg-reason.
    move cust-id to chg-id.
    if history-action = "UNLOAD"
        move cust-status to chg-bef-status
        move cust-name to chg-bef-name
        move cust-region to chg-bef-region
        move cust-eff-date to chg-bef-eff-date
        move cust-exp-date to chg-bef-exp-date
        move spaces to chg-aft-status chg-aft-name chg-aft-region
            chg-aft-eff-date chg-aft-exp-date
    else
        move spaces to chg-bef-status chg-bef-name chg-bef-region
            chg-bef-eff-date chg-bef-exp-date
        move cust-status to chg-aft-status
        move cust-name to chg-aft-name
        move cust-region to chg-aft-region
        move cust-eff-date to chg-aft-eff-date
        move cust-exp-date to chg-aft-exp-date
    end-if.
    write history-rec.
