    05 vlt-seg-pos pic 99.
    05 vlt-seg-len pic 99.
    05 vlt-seg-text pic x(50).
    05 vlt-seg-type pic x.
