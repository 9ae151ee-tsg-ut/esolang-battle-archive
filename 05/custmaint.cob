        access is random
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
working-storage section.
1 fs-master pic xx.
1 fs-ledger pic xx.
1 fs-procdate pic xx.
1 proc-date pic x(8).
1 ledger-phase pic x(5).
1 ledger-condition pic x(10) value spaces.
1 ledger-rc pic 99 value 0.
1 work-region pic x(5).
1 work-eff-date pic x(8).
1 work-exp-date pic x(8).
1 fs-history pic xx.
1 user-id pic x(10) value spaces.
1 change-reason pic x(30) value spaces.
1 history-action pic x(10).
1 before-image.
    copy custrec replacing leading ==cust== by ==bef==.
procedure division.
main-para.
    perform get-proc-date thru proc-date-done.
    move "START" to ledger-phase.
    display "enter your user id: " with no advancing.
    accept user-id.
    perform write-ledger.
    if user-id = spaces
        display "user id is required for master changes."
        move "END" to ledger-phase
        move "NOACTION" to ledger-condition
        perform write-ledger
        stop run
    end-if.
    display "(a)dd entry or (d)eactivate entry: " with no advancing.
    accept action-code.
    if action-code not = "a" and action-code not = "A"
            with no advancing
        accept work-exp-date
    end-if.
    display "enter reason for change: " with no advancing.
    accept change-reason.
    open extend history-file.
    if fs-history = "35"
        open output history-file
    end-if.
    if fs-history not = "00"
        display "master history CUSTHIST.DAT unavailable, status "
            fs-history ", no change made"
        move "END" to ledger-phase
        move "FILE-ERROR" to ledger-condition
        move 8 to ledger-rc
        perform write-ledger
        stop run
    end-if.
    perform open-master thru open-done.
    perform apply-action.
    close master-file history-file.
    move "END" to ledger-phase.
    move "CLEAN" to ledger-condition.
    perform write-ledger.
    if fs-ledger = "35"
        open output ledger-file
    end-if.
    move proc-date to ldg-date.
    move function current-date(9:6) to ldg-time.
    move "a-custmaint" to ldg-program.
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
open-master.
    open i-o master-file.
    if fs-master = "35"
    if fs-master not = "00"
        display "master file CUSTMAST.DAT unavailable, status "
            fs-master
        close history-file
        move "END" to ledger-phase
        move "FILE-ERROR" to ledger-condition
        move 8 to ledger-rc
    end-if.
open-done.
apply-action.
    move spaces to before-image.
    move work-id to cust-id.
    read master-file
        invalid key
                    ", status " fs-master
            not invalid key
                display "entry added " work-id
                move "ADD" to history-action
                perform write-history
        end-write
    else
        display "entry not on file " work-id
    end-if.
change-entry.
    move master-rec to before-image.
    if action-code = "a" or action-code = "A"
        if cust-status = "A"
            move "CHANGE" to history-action
        else
            move "REACTIVATE" to history-action
        end-if
        move "A" to cust-status
        move work-name to cust-name
        move work-region to cust-region
        rewrite master-rec
        display "entry reactivated " work-id
    else
        move "DEACTIVATE" to history-action
        move "D" to cust-status
        rewrite master-rec
        display "entry deactivated " work-id
    end-if.
    perform write-history.
write-history.
    move proc-date to chg-date.
    move function current-date(1:14) to chg-stamp.
    move "a-custmaint" to chg-program.
    move user-id to chg-user.
    move history-action to chg-action.
    move change-reason to chg-reason.
    move work-id to chg-id.
    move bef-status to chg-bef-status.
    move bef-name to chg-bef-name.
    move bef-region to chg-bef-region.
    move bef-eff-date to chg-bef-eff-date.
    move bef-exp-date to chg-bef-exp-date.
    move cust-status to chg-aft-status.
    move cust-name to chg-aft-name.
    move cust-region to chg-aft-region.
    move cust-eff-date to chg-aft-eff-date.
    move cust-exp-date to chg-aft-exp-date.
    write history-rec.
