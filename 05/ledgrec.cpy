    05 ldg-processed pic 9(9).
    05 ldg-skipped pic 9(9).
    05 ldg-masked pic 9(9).
    05 ldg-batch pic 9(5).
    05 ldg-user pic x(10).
