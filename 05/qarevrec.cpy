    05 qa-run-date pic x(8).
    05 qa-run-number pic 9(5).
    05 qa-batch-number pic 9(5).
    05 qa-audit-seq pic 9(9).
    05 qa-det-id pic x(10).
    05 qa-det-region pic x(5).
    05 qa-header-s pic x(50).
    05 qa-masked-s pic x(50).
    05 qa-protect pic x.
