*>      left behind by a renamed or retired test program),
*>    - sections that asserted last run but are fed by no fixture
*>      row (a renamed section whose fixture no longer matches).
*>  the driven harness drv-test (tests/test-drv.cob) is not held
*>  to the first check: its fixture rows are keyed per TESTDRV
*>  row, not under a section of its own, and an empty TESTDRV
*>  legitimately drives nothing.  a driven case whose TESTEXP row
*>  is missing already fails loudly in the run itself, and shows
*>  here under the unfed-sections heading the morning after.
*>  a clean audit ends with return code zero; any finding sets
*>  return code 4 so the batch scheduler can hold the window.
*>**
        10 tf-pair-program pic x(30).
        10 tf-pair-section pic x(30).
01 tf-catalog-idx pic 9(04) comp.
01 tf-harness-program pic x(30) value "drv-test".
01 tf-found-flag pic x(01).
    88 tf-match-found value "Y".
01 tf-rec-marker-count pic 9(04) comp.
        until tf-catalog-idx > tf-catalog-count.

check-catalog-program section.
    if tf-catalog-program (tf-catalog-idx) = tf-harness-program
        exit section
    end-if.
    move "N" to tf-found-flag.
    perform scan-exp-table
        varying tf-exp-idx from 1 by 1
