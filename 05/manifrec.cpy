    05 man-xmit pic 9(5).
    05 man-sent-date pic x(8).
    05 man-sent-time pic x(6).
    05 man-run-date pic x(8).
    05 man-run-number pic 9(5).
    05 man-recipient pic x(8).
    05 man-file-name pic x(40).
    05 man-count pic 9(9).
    05 man-hash pic 9(9).
    05 man-status pic x(10).
    05 man-ack-date pic x(8).
    05 man-ack-time pic x(6).
    05 man-reason pic x(30).
