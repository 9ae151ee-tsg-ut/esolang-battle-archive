    05 sum-condition pic x(10).
    05 sum-suspense pic 9(9).
    05 sum-mismatch pic 9(9).
    05 sum-feed-id pic x(8).
    05 sum-batch-number pic 9(5).
    05 sum-qa-status pic x.
    05 sum-qa-sampled pic 9(5).
    05 sum-qa-reviewer pic x(10).
    05 sum-qa-date pic x(8).
    05 sum-qa-time pic x(6).
