       >>SOURCE FORMAT FREE
*>**
*>  fixture-perturb ...TK
*>
*>  writes the perturbed copy of TESTEXP a VACUOUS run points its
*>  tests at:
*>
*>    call "fixture-perturb" using output-dsn, state.
*>
*>  every row of the resolved TESTEXP is copied to output-dsn
*>  with its expected side moved -- the value's first character
*>  flipped, the amount moved just outside the row's tolerance
*>  band, the date moved on a day -- by the assert verbs' own
*>  perturbation entries (assert-equals), so the rules a test is
*>  judged by are written down once.  keys and tolerance bands
*>  are copied unchanged: a test finds the same rows and carries
*>  the same band, and only what it expects has moved.  a test
*>  that derives its "actual" from the fixture row moves with it
*>  and still passes, which is exactly the assertion the VACUOUS
*>  run exists to find.
*>
*>  TESTEXP itself is never written.  state comes back "W" when
*>  the copy is written (an absent TESTEXP gives an empty copy,
*>  the same rows the tests would have found) and "E" when the
*>  copy cannot be opened; the runner stops rather than judge the
*>  tests against the real fixture.
*>**
identification division.
program-id. fixture-perturb.
environment division.
configuration section.
repository. function all intrinsic.
input-output section.
file-control.
    select testexp-file assign using tf-dsn-testexp
        organization is line sequential
        file status is tf-testexp-status.
    select perturbed-file assign using tf-perturbed-dsn
        organization is line sequential
        file status is tf-perturbed-status.
data division.
file section.
fd testexp-file.
copy testexp.
fd perturbed-file.
*>  byte-for-byte image of a te-record (copybooks/testexp.cpy).
01 tf-perturbed-record pic x(163).
working-storage section.
copy testmode.
copy testdsn.
01 tf-testexp-status pic x(02).
01 tf-perturbed-status pic x(02).
01 tf-env-request pic x(10) value spaces.
01 tf-profile-state pic x(01).
01 tf-eof-flag pic x(01) value "N".
    88 tf-at-eof value "Y".
01 tf-row-count pic 9(05) comp value zero.
01 tf-perturb-amount pic s9(11)v9(02) comp-3.

linkage section.
01 tf-perturbed-dsn pic x(12).
01 tf-perturb-state pic x(01).

procedure division using tf-perturbed-dsn tf-perturb-state.
fixture-perturb-main.
    move "E" to tf-perturb-state.
    call "profile-resolve" using tf-env-request, tf-profile-state.
    open output perturbed-file.
    if tf-perturbed-status not = "00"
        display "fixture-perturb: cannot write " tf-perturbed-dsn
            " (status " tf-perturbed-status ")"
        goback
    end-if.
    move zero to tf-row-count.
    move "N" to tf-eof-flag.
    open input testexp-file.
    if tf-testexp-status = "00"
        perform read-testexp
        perform until tf-at-eof
            perform perturb-one-row
            perform read-testexp
        end-perform
        close testexp-file
    else
        display "fixture-perturb: " tf-dsn-testexp
            " not readable (status " tf-testexp-status
            ") -- the perturbed copy is empty"
    end-if.
    close perturbed-file.
    display "fixture-perturb: " tf-row-count " rows of "
        tf-dsn-testexp " perturbed into " tf-perturbed-dsn.
    move "W" to tf-perturb-state.
    goback.

read-testexp section.
    read testexp-file
        at end set tf-at-eof to true
    end-read.

*>  the row's band is posted to testmode the same way a test
*>  posts it ahead of assert-numeric-equals; the perturbation
*>  entry consumes it and blanks the type again.
perturb-one-row section.
    add 1 to tf-row-count.
    call "assert-perturb-alpha" using te-expected-value.
    move te-expected-amount to tf-perturb-amount.
    move te-tolerance-type to tf-tolerance-type.
    move te-tolerance-value to tf-tolerance-value.
    call "assert-perturb-numeric" using tf-perturb-amount.
    move tf-perturb-amount to te-expected-amount.
    call "assert-perturb-date" using te-expected-date.
    write tf-perturbed-record from te-record.

end program fixture-perturb.
