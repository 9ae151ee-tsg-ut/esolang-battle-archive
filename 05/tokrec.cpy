    05 tok-token pic x(50).
    05 tok-clear-key.
        10 tok-len pic 99.
        10 tok-clear pic x(50).
    05 tok-run-date pic x(8).
    05 tok-run-number pic 9(5).
