    05 fm-date pic x(8).
    05 fm-batch pic 9(5).
    05 fm-feed-id pic x(8).
    05 fm-header pic x(50).
