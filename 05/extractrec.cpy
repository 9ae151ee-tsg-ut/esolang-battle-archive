    05 ext-det-segment pic x(30).
    05 ext-det-filler pic x(5).
    05 ext-audit-seq pic 9(9).
    05 ext-mask-mode pic x.
    05 ext-protect pic x.
    05 ext-mask-chars pic 99.
    05 ext-batch-number pic 9(5).
    05 ext-release pic x.
