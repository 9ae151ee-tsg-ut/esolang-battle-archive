    05 bus-proc-date pic x(8).
    05 bus-prior-date pic x(8).
    05 bus-dayend-flag pic x.
    05 bus-dayend-date pic x(8).
