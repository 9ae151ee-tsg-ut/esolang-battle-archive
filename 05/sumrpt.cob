        file status is fs-summary.
    select report-file assign to "SUMRPT.DAT"
        organization is line sequential.
    select procdate-file assign to "PROCDATE.DAT"
        organization is line sequential
        file status is fs-procdate.
    select ledger-file assign to "RUNLEDG.DAT"
        organization is line sequential
        file status is fs-ledger.
    copy sumrec.
fd report-file.
01 report-rec pic x(132).
fd procdate-file.
01 procdate-rec.
    copy procdate.
fd ledger-file.
01 ledger-rec.
    copy ledgrec.
working-storage section.
1 fs-summary pic xx.
1 fs-ledger pic xx.
1 fs-procdate pic xx.
1 proc-date pic x(8).
1 ledger-phase pic x(5).
1 ledger-condition pic x(10) value spaces.
1 ledger-rc pic 99 value 0.
1 grand-skipped pic 9(9) value 0.
1 grand-masked pic 9(9) value 0.
1 skip-rate pic 9(3)v99.
1 g pic 9(3).
1 sender-slot pic 9(3).
1 sender-hit pic x.
1 sender-max pic 9(3) value 200.
1 sender-count pic 9(3) value 0.
1 work-feed pic x(8).
1 sender-table.
    05 sender-entry occurs 200.
        10 tbl-feed-id pic x(8).
        10 tbl-batches pic 9(9).
        10 tbl-processed pic 9(9).
        10 tbl-skipped pic 9(9).
        10 tbl-masked pic 9(9).
1 line-count pic 9(3) value 99.
1 page-count pic 9(4) value 0.
1 page-size pic 9(3) value 55.
    05 grd-skipped pic zzz,zzz,zz9.
    05 filler pic x(3) value spaces.
    05 grd-masked pic zzz,zzz,zz9.
1 sender-head-line pic x(40) value "totals by sender".
1 sender-head2-line.
    05 filler pic x(76) value "sender        batches     processed       skipped        masked    skip rate".
1 sender-line.
    05 snd-feed pic x(8).
    05 filler pic x(3) value spaces.
    05 snd-batches pic zzz,zz9.
    05 filler pic x(3) value spaces.
    05 snd-processed pic zzz,zzz,zz9.
    05 filler pic x(3) value spaces.
    05 snd-skipped pic zzz,zzz,zz9.
    05 filler pic x(3) value spaces.
    05 snd-masked pic zzz,zzz,zz9.
    05 filler pic x(5) value spaces.
    05 snd-rate pic zz9.99.
    05 filler pic x(2) value " %".
1 blank-line pic x(132) value spaces.
procedure division.
main-para.
    perform get-proc-date thru proc-date-done.
    move proc-date to report-date.
    move "START" to ledger-phase.
    perform write-ledger.
    display "enter skipped-count flag threshold: " with no advancing.
    perform put-detail.
    perform put-subtotal.
    perform put-grand.
    perform put-senders thru put-senders-done.
report-done.
    close summary-file report-file.
    move "END" to ledger-phase.
    if fs-ledger = "35"
        open output ledger-file
    end-if.
    move proc-date to ldg-date.
    move function current-date(9:6) to ldg-time.
    move "a-sumrpt" to ldg-program.
    move ledger-phase to ldg-phase.
    move grand-processed to ldg-processed.
    move grand-skipped to ldg-skipped.
    move grand-masked to ldg-masked.
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
add-to-run.
    add sum-processed to run-processed.
    add sum-skipped to run-skipped.
    add sum-masked to run-masked.
    perform find-sender-slot.
    if sender-slot > 0
        add 1 to tbl-batches(sender-slot)
        add sum-processed to tbl-processed(sender-slot)
        add sum-skipped to tbl-skipped(sender-slot)
        add sum-masked to tbl-masked(sender-slot)
    end-if.
find-sender-slot.
    if sum-feed-id = spaces
        move "MANUAL" to work-feed
    else
        move sum-feed-id to work-feed
    end-if.
    move 0 to sender-slot.
    move "n" to sender-hit.
    perform varying g from 1 by 1
            until g > sender-count or sender-hit = "y"
        if tbl-feed-id(g) = work-feed
            move "y" to sender-hit
            move g to sender-slot
        end-if
    end-perform.
    if sender-hit = "n"
        if sender-count < sender-max
            add 1 to sender-count
            move work-feed to tbl-feed-id(sender-count)
            move 0 to tbl-batches(sender-count)
            move 0 to tbl-processed(sender-count)
            move 0 to tbl-skipped(sender-count)
            move 0 to tbl-masked(sender-count)
            move sender-count to sender-slot
        else
            display "sender table full, sender not totalled "
                work-feed
        end-if
    end-if.
put-detail.
    if line-count > page-size
        perform new-page
    write report-rec from head2-line.
    write report-rec from blank-line.
    move 3 to line-count.
put-senders.
    if sender-count = 0
        go to put-senders-done
    end-if.
    if line-count + sender-count + 3 > page-size
        perform new-page
    end-if.
    write report-rec from blank-line.
    write report-rec from sender-head-line.
    write report-rec from sender-head2-line.
    add 3 to line-count.
    perform varying g from 1 by 1 until g > sender-count
        if line-count > page-size
            perform new-page
        end-if
        move tbl-feed-id(g) to snd-feed
        move tbl-batches(g) to snd-batches
        move tbl-processed(g) to snd-processed
        move tbl-skipped(g) to snd-skipped
        move tbl-masked(g) to snd-masked
        if tbl-processed(g) > 0
            compute skip-rate rounded =
                tbl-skipped(g) * 100 / tbl-processed(g)
        else
            move 0 to skip-rate
        end-if
        move skip-rate to snd-rate
        write report-rec from sender-line
        add 1 to line-count
    end-perform.
put-senders-done.
