    05 audit-det-segment pic x(30).
    05 audit-det-filler pic x(5).
    05 audit-run-number pic 9(5).
    05 audit-protect pic x.
