*>    call "assert-not-equals"     using prog, section, expected-alpha,   actual-alpha.
*>    call "assert-numeric-equals" using prog, section, expected-numeric, actual-numeric.
*>    call "assert-date-equals"    using prog, section, expected-date,    actual-date.
*>
*>  in a VACUOUS run (testmode) the expected side of every compare
*>  has been perturbed -- a flipped character, an amount moved just
*>  outside its tolerance band, a date moved on a day -- and the
*>  verb judges the assertion instead of the code under test: one
*>  that still passes is logged "V" (it would not notice the value
*>  changing), one that now fails is logged "P" (it has shown it
*>  can fail) and is not a failure of the run.  fixture-driven
*>  compares arrive already perturbed, because the runner points
*>  the tests at a perturbed copy of TESTEXP -- a test that copies
*>  its expected value into its actual value is only caught when
*>  the change is made before the test reads it.  a compare with no
*>  case id posted has its expected side perturbed here.  the
*>  perturbation rules live in this module alone, and
*>  fixture-perturb borrows them through three more entries:
*>
*>    call "assert-perturb-alpha"   using expected-alpha.
*>    call "assert-perturb-numeric" using expected-numeric.
*>    call "assert-perturb-date"    using expected-date.
*>
*>  each changes the field in place; the numeric one honors (and
*>  consumes) the tolerance band posted in testmode, exactly as
*>  assert-numeric-equals does.
*>**
identification division.
program-id. assert-equals.
01 tf-delta-amount pic s9(11)v9(02) comp-3.
01 tf-allowed-band pic s9(11)v9(04) comp-3.
01 tf-delta-edit pic -(10)9.99.
*>  the expected side as compared: the caller's value, or in a
*>  VACUOUS run with no case id posted, its perturbed copy.
01 tf-check-alpha pic x(60).
01 tf-check-numeric pic s9(11)v9(02) comp-3.
01 tf-check-date pic x(10).
01 tf-perturb-step pic s9(11)v9(02) comp-3.
01 tf-date-ymd pic 9(08).
01 tf-date-integer pic 9(08) comp.

linkage section.
01 tf-prog-name pic x(30).
procedure division using tf-prog-name tf-section-name tf-expected-alpha tf-actual-alpha.
assert-equals-main.
    move spaces to tf-log-delta.
    move tf-expected-alpha to tf-check-alpha.
    if tf-vacuous-mode and tf-case-id = spaces
        perform perturb-check-alpha
    end-if.
    move tf-check-alpha to tf-log-expected.
    move tf-actual-alpha to tf-log-actual.
    move "V" to tf-field-type.
    move tf-expected-alpha to tf-pend-old.
    move tf-actual-alpha to tf-pend-new.
    if tf-check-alpha = tf-actual-alpha
        perform report-pass
    else
        perform register-failure
entry "assert-not-equals" using tf-prog-name tf-section-name tf-expected-alpha tf-actual-alpha.
assert-not-equals-main.
    move spaces to tf-log-delta.
    move tf-expected-alpha to tf-check-alpha.
*>  in a VACUOUS run a not-equals is judged like the rest: one that
*>  still passes with its expected side moved only ever proved the
*>  value was not one particular literal, and is reported so.
    if tf-vacuous-mode and tf-case-id = spaces
        perform perturb-check-alpha
    end-if.
    move tf-check-alpha to tf-log-expected.
    move tf-actual-alpha to tf-log-actual.
*>  a not-equals mismatch means the values came out equal -- there
*>  is no new baseline to propose, so capture mode does not apply.
    move spaces to tf-field-type.
    if tf-check-alpha not = tf-actual-alpha
        perform report-pass
    else
        perform register-failure
*>  stale band can never soften the next assertion.
entry "assert-numeric-equals" using tf-prog-name tf-section-name tf-expected-numeric tf-actual-numeric.
assert-numeric-equals-main.
    move tf-expected-numeric to tf-check-numeric.
    if tf-vacuous-mode and tf-case-id = spaces
        perform perturb-check-amount
    end-if.
    move tf-check-numeric to tf-numeric-edit.
    move function trim(tf-numeric-edit) to tf-log-expected.
    move tf-actual-numeric to tf-numeric-edit.
    move function trim(tf-numeric-edit) to tf-log-actual.
    move tf-actual-numeric to tf-amount-display.
    move tf-amount-display-x to tf-pend-new (1:13).
    compute tf-delta-amount
        = tf-actual-numeric - tf-check-numeric.
    move tf-delta-amount to tf-delta-edit.
    move tf-delta-edit to tf-log-delta.
    perform resolve-allowed-band.
entry "assert-date-equals" using tf-prog-name tf-section-name tf-expected-date tf-actual-date.
assert-date-equals-main.
    move spaces to tf-log-delta.
    move tf-expected-date to tf-check-date.
    if tf-vacuous-mode and tf-case-id = spaces
        perform perturb-check-date
    end-if.
    move tf-check-date to tf-log-expected.
    move tf-actual-date to tf-log-actual.
    move "D" to tf-field-type.
    move tf-expected-date to tf-pend-old.
    move tf-actual-date to tf-pend-new.
    if tf-check-date = tf-actual-date
        perform report-pass
    else
        perform register-failure
    perform write-assertion-log.
    goback.

entry "assert-perturb-alpha" using tf-expected-alpha.
assert-perturb-alpha-main.
    move tf-expected-alpha to tf-check-alpha.
    perform perturb-check-alpha.
    move tf-check-alpha to tf-expected-alpha.
    goback.

entry "assert-perturb-numeric" using tf-expected-numeric.
assert-perturb-numeric-main.
    move tf-expected-numeric to tf-check-numeric.
    perform perturb-check-amount.
    move tf-check-numeric to tf-expected-numeric.
    move space to tf-tolerance-type.
    goback.

entry "assert-perturb-date" using tf-expected-date.
assert-perturb-date-main.
    move tf-expected-date to tf-check-date.
    perform perturb-check-date.
    move tf-check-date to tf-expected-date.
    goback.

*>  the first character is flipped: position one lies inside any
*>  part of the field a caller compares, however short.
perturb-check-alpha section.
    if tf-check-alpha (1:1) = "#"
        move "*" to tf-check-alpha (1:1)
    else
        move "#" to tf-check-alpha (1:1)
    end-if.

*>  the amount is moved just outside the band resolve-allowed-band
*>  will allow around the moved amount: one cent past an absolute
*>  band or an exact compare.  a percentage band moves with the
*>  amount, so the amount is moved toward zero by just more than
*>  the band it will then carry -- amount x pct / (100 + pct) --
*>  and a zero amount, whose band is zero, moves one cent.
perturb-check-amount section.
    evaluate true
        when tf-tol-absolute
            compute tf-perturb-step = tf-tolerance-value + 0.01
            add tf-perturb-step to tf-check-numeric
        when tf-tol-percent and tf-check-numeric not = zero
            compute tf-perturb-step rounded
                = function abs(tf-check-numeric) * tf-tolerance-value
                / (100 + tf-tolerance-value)
            add 0.01 to tf-perturb-step
            evaluate true
                when function abs(tf-check-numeric) <= tf-perturb-step
                    move zero to tf-check-numeric
                when tf-check-numeric < zero
                    add tf-perturb-step to tf-check-numeric
                when other
                    subtract tf-perturb-step from tf-check-numeric
            end-evaluate
        when other
            add 0.01 to tf-check-numeric
    end-evaluate.

*>  a real yyyy-mm-dd date moves on one day; anything else --
*>  blank, or not a date -- has its first character flipped.
perturb-check-date section.
    if tf-check-date (5:1) = "-" and tf-check-date (8:1) = "-"
            and tf-check-date (1:4) is numeric
            and tf-check-date (6:2) is numeric
            and tf-check-date (9:2) is numeric
        move tf-check-date (1:4) to tf-date-ymd (1:4)
        move tf-check-date (6:2) to tf-date-ymd (5:2)
        move tf-check-date (9:2) to tf-date-ymd (7:2)
        if function test-date-yyyymmdd(tf-date-ymd) = zero
            compute tf-date-integer
                = function integer-of-date(tf-date-ymd) + 1
            move function date-of-integer(tf-date-integer)
                to tf-date-ymd
            move tf-date-ymd (1:4) to tf-check-date (1:4)
            move tf-date-ymd (5:2) to tf-check-date (6:2)
            move tf-date-ymd (7:2) to tf-check-date (9:2)
            exit section
        end-if
    end-if.
    if tf-check-date (1:1) = "#"
        move "*" to tf-check-date (1:1)
    else
        move "#" to tf-check-date (1:1)
    end-if.

*>  a zero band is the exact compare this verb always did; "A"
*>  allows an absolute deviation, "P" a percentage of the
*>  expected amount.
            move tf-tolerance-value to tf-allowed-band
        when tf-tol-percent
            compute tf-allowed-band rounded
                = function abs(tf-check-numeric)
                * tf-tolerance-value / 100
        when other
            move zero to tf-allowed-band

*>  during a runner-driven retry of a flaky program a pass is
*>  recorded as "R", so the reports can tell a second-try green
*>  from a clean first-try one.  in a VACUOUS run a pass is the
*>  assertion failing to notice its perturbed expected side.
report-pass section.
    if tf-vacuous-mode
        perform report-vacuous
        exit section
    end-if.
    if tf-retry-attempt
        move "R" to tf-result-flag
    else
*>  waiver can never quietly become permanent.
register-failure section.
    move spaces to tf-waiver-ticket.
    if tf-vacuous-mode
        perform report-detected
        exit section
    end-if.
    if tf-capture-mode and tf-field-type not = spaces
        perform report-capture
    else
        end-evaluate
    end-if.

*>  the perturbed expected side went unnoticed: still a pass in
*>  the tally, and broken out as vacuous.
report-vacuous section.
    move "V" to tf-result-flag.
    move spaces to tf-waiver-ticket.
    add 1 to tf-tally-total.
    add 1 to tf-tally-pass.
    add 1 to tf-tally-vacuous.
    display "ASSERT PASS (VACUOUS)".

*>  the perturbed expected side was rejected -- the outcome a
*>  VACUOUS run is looking for, so it is a pass, not a failure.
report-detected section.
    move "P" to tf-result-flag.
    add 1 to tf-tally-total.
    add 1 to tf-tally-pass.
    display "ASSERT PASS (CHANGE DETECTED)".

report-fail section.
    move "F" to tf-result-flag.
    add 1 to tf-tally-total.
