*>**
*>  testjrnl ...TK
*>
*>  one before/after record per changed TESTEXP field on the
*>  permanent TESTEXPJ journal dataset, appended by
*>  fixture-journal on behalf of every program that rewrites
*>  TESTEXP (test-exp-maint, test-baseline-apply, test-exp-seed).
*>  once TESTEXP is rewritten the old expected value is gone from
*>  the fixture itself -- this is where "who moved the expected
*>  value, and when" gets answered.  an add journals every field
*>  with a blank old side, a delete every field with a blank new
*>  side, and a change only the fields that actually moved.
*>
*>  the amount is carried unedited (implied decimal, no
*>  punctuation) in the first 13 bytes of the value, exactly as
*>  te-expected-amount holds it and as tp-record carries its
*>  proposals.  a tolerance-band change carries the type in byte
*>  one and the unedited 11-digit te-tolerance-value in bytes
*>  2-12, so a band edit is one journal line, not two.
*>**
01 tj-record.
    05 tj-program-name pic x(30).
    05 tj-section-name pic x(30).
    05 tj-case-id pic x(08).
    05 tj-action pic x(01).
        88 tj-action-add value "A".
        88 tj-action-change value "C".
        88 tj-action-delete value "D".
    05 tj-field-type pic x(01).
        88 tj-field-value value "V".
        88 tj-field-amount value "A".
        88 tj-field-date value "D".
        88 tj-field-tolerance value "T".
    05 tj-old-value pic x(60).
    05 tj-new-value pic x(60).
*>  the program that rewrote TESTEXP, and the operator id it ran
*>  under (console prompt or PARM; "BATCH" for an unattended
*>  seed run that was given none).
    05 tj-changed-by pic x(30).
    05 tj-operator-id pic x(10).
    05 tj-timestamp pic x(26).
