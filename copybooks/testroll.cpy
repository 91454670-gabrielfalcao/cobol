*>  test-trend-report falls back to them when its window reaches
*>  past the purge cutoff.  the run parms ride along so a smoke
*>  run's history is never rolled into a full regression's, the
*>  same separation th-record keeps on the detail side, and so
*>  does the environment name, so a DEV month is never rolled
*>  into a QA one.
*>**
01 tr-record.
    05 tr-month pic x(06).
    05 tr-pass-count pic 9(07).
    05 tr-fail-count pic 9(07).
    05 tr-waived-count pic 9(07).
    05 tr-env-name pic x(10).
