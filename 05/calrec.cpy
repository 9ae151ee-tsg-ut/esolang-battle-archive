    05 cal-date pic x(8).
    05 cal-day-type pic x.
    05 cal-desc pic x(30).
