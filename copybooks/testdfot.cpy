*>**
*>  testdfot ...TK
*>
*>  one "open ticket" request per record on the DEFECTOUT
*>  dataset, in the fixed layout the defect tracker's batch
*>  import reads.  test-defect-bridge writes one for every NEW
*>  failure (as test-delta-report classifies it) that carries no
*>  ticket yet, so the morning break reaches the defect queue
*>  without anyone retyping DELTARPT.  the file is rebuilt each
*>  run -- the import consumes it whole.
*>**
01 dq-record.
    05 dq-request-type pic x(04).
        88 dq-open-ticket value "OPEN".
    05 dq-run-id pic x(16).
    05 dq-env-name pic x(10).
    05 dq-program-name pic x(30).
    05 dq-section-name pic x(30).
    05 dq-case-id pic x(08).
    05 dq-expected pic x(60).
    05 dq-actual pic x(60).
*>  the signed edited amount delta from tl-delta; spaces for a
*>  non-numeric assertion.
    05 dq-delta pic x(14).
