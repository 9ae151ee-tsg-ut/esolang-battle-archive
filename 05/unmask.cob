    select vault-file assign to "VAULT.DAT"
        organization is line sequential
        file status is fs-vault.
    select token-file assign to "TOKENXREF.DAT"
        organization is indexed
        access is random
        record key is tok-token
        alternate record key is tok-clear-key
        file status is fs-token.
    select unmask-log assign to "UNMASKLOG.DAT"
        organization is line sequential
        file status is fs-log.
    select procdate-file assign to "PROCDATE.DAT"
        organization is line sequential
        file status is fs-procdate.
    select ledger-file assign to "RUNLEDG.DAT"
        organization is line sequential
        file status is fs-ledger.
fd vault-file.
01 vault-rec.
    copy vaultrec.
fd token-file.
01 token-rec.
    copy tokrec.
fd unmask-log.
01 log-rec.
    05 log-date pic x(8).
    05 log-audit-seq pic 9(9).
    05 log-det-id pic x(10).
    05 log-found pic x.
    05 log-mode pic x.
    05 log-token pic x(50).
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
1 fs-vault pic xx.
1 fs-log pic xx.
1 fs-token pic xx.
1 unmask-mode pic x.
1 search-token pic x(50).
1 user-id pic x(10) value spaces.
1 search-date pic x(8).
1 search-run-number pic 9(5) value 0.
1 search-seq pic 9(9).
1 seg-count pic 9(5) value 0.
procedure division.
main-para.
    perform get-proc-date thru proc-date-done.
    move "START" to ledger-phase.
    perform write-ledger.
    display "enter requesting user id: " with no advancing.
    accept user-id.
    display "unmask (r)ecord from vault or resolve (t)oken: "
        with no advancing.
    accept unmask-mode.
    if unmask-mode = "t" or unmask-mode = "T"
        move "T" to unmask-mode
        perform token-lookup thru token-done
        go to unmask-wrap
    end-if.
    move "R" to unmask-mode.
    move spaces to search-token.
    display "enter run date (yyyymmdd): " with no advancing.
    accept search-date.
    display "enter run number: " with no advancing.
    if found-flag = "n"
        display "no masked audit record found."
    end-if.
unmask-wrap.
    move "END" to ledger-phase.
    if found-flag = "y"
        move "FOUND" to ledger-condition
    if fs-ledger = "35"
        open output ledger-file
    end-if.
    move proc-date to ldg-date.
    move function current-date(9:6) to ldg-time.
    move "a-unmask" to ldg-program.
    move ledger-phase to ldg-phase.
    move seg-count to ldg-processed.
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
find-audit.
    open input audit-file.
    if fs-audit not = "00"
            and vlt-run-number = search-run-number
            and vlt-audit-seq = search-seq
            and vlt-det-id = search-id
            and vlt-seg-type not = "P"
        add 1 to seg-count
        move vlt-seg-text(1 : vlt-seg-len)
            to work-s(vlt-seg-pos : vlt-seg-len)
    if fs-log = "35"
        open output unmask-log
    end-if.
    move proc-date to log-date.
    move user-id to log-user.
    move search-date to log-run-date.
    move search-run-number to log-run-number.
    move search-seq to log-audit-seq.
    move search-id to log-det-id.
    move found-flag to log-found.
    move unmask-mode to log-mode.
    move search-token to log-token.
    write log-rec.
    close unmask-log.
token-lookup.
    display "enter token: " with no advancing.
    accept search-token.
    move spaces to search-date.
    move 0 to search-seq.
    move spaces to search-id.
    open input token-file.
    if fs-token not = "00"
        display "token cross-reference TOKENXREF.DAT unavailable, "
            "status " fs-token
        go to token-log
    end-if.
    move search-token to tok-token.
    read token-file
        invalid key
            display "token not on cross-reference."
        not invalid key
            move "y" to found-flag
            move 1 to seg-count
            move tok-run-date to search-date
            move tok-run-number to search-run-number
            display "token:       " tok-token(1 : tok-len)
            display "clear value: " tok-clear(1 : tok-len)
            display "first issued run " tok-run-date " "
                tok-run-number
    end-read.
    close token-file.
token-log.
    perform write-log.
token-done.
