    05 rsm-resub-date pic x(8).
    05 rsm-run-date pic x(8).
    05 rsm-run-number pic 9(5).
    05 rsm-seq pic 9(9).
    05 rsm-p pic x(50).
