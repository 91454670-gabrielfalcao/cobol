*>**
*>  testdrv ...TK
*>
*>  one record per driven case on the TESTDRV dataset, read by
*>  the table-driven harness drv-test (tests/test-drv.cob).  each
*>  row names a production subprogram, the parameter block to
*>  hand it on the CALL, and the TESTEXP row holding the output
*>  it should hand back -- so regression coverage for a module
*>  that takes one parameter block is added by appending rows
*>  here and in TESTEXP, with no new test program to write.
*>
*>  the target is called dynamically with a single 200-byte
*>  block: td-input-block going in, the same storage coming back
*>  as the returned block.  the positions below pick the output
*>  fields out of the returned block for the compare; a zero
*>  position means that field is not checked for the case.
*>**
01 td-record.
    05 td-target-program pic x(30).
    05 td-case-id pic x(08).
*>  key of the TESTEXP row holding the expected output.  the
*>  program is normally drv-test itself -- TESTEXP rows belong
*>  to cataloged programs, so test-exp-maint will maintain them
*>  and test-coverage-audit counts them as fed -- and the
*>  section is the analyst's choice, usually the target's name.
*>  spaces in the case mean "DEFAULT".
    05 td-exp-program pic x(30).
    05 td-exp-section pic x(30).
    05 td-exp-case pic x(08).
*>  the alpha output: start position and length (1-60; zero
*>  length means the full 60 bytes) in the returned block,
*>  compared with assert-equals against te-expected-value.
    05 td-value-pos pic 9(03).
    05 td-value-len pic 9(02).
*>  the amount output: start of 13 unedited digits (implied
*>  decimal, as te-expected-amount holds it), compared with
*>  assert-numeric-equals under the row's tolerance band.
    05 td-amount-pos pic 9(03).
*>  the date output: start of a 10-byte yyyy-mm-dd, compared
*>  with assert-date-equals.
    05 td-date-pos pic 9(03).
    05 td-input-block pic x(200).
