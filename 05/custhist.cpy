    05 chg-date pic x(8).
    05 chg-stamp pic x(14).
    05 chg-program pic x(12).
    05 chg-user pic x(10).
    05 chg-action pic x(10).
    05 chg-reason pic x(30).
    05 chg-id pic x(10).
    05 chg-bef-status pic x.
    05 chg-bef-name pic x(30).
    05 chg-bef-region pic x(5).
    05 chg-bef-eff-date pic x(8).
    05 chg-bef-exp-date pic x(8).
    05 chg-aft-status pic x.
    05 chg-aft-name pic x(30).
    05 chg-aft-region pic x(5).
    05 chg-aft-eff-date pic x(8).
    05 chg-aft-exp-date pic x(8).
