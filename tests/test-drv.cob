       >>SOURCE FORMAT FREE
*>**
*>  Test DRV ...TK
*>
*>  table-driven CALL harness: instead of a hand-written test
*>  program per production subprogram, each row of the TESTDRV
*>  dataset (copybooks/testdrv.cpy) names a target subprogram, a
*>  case id, the parameter block to pass it, and the TESTEXP row
*>  holding the output it should hand back.  the harness calls
*>  the target dynamically, picks the output fields out of the
*>  returned block, and checks them through the ordinary assert
*>  verbs -- so the results land in TESTLOG, TESTRPT, the delta
*>  and the alerts exactly like any other cataloged test, and new
*>  regression coverage is data rows, not new COBOL.
*>
*>  cataloged in TESTCAT as drv-test like any other test program,
*>  and follows the same conventions as hw-test: one section with
*>  its -setup and -teardown, its own -tag constant checked
*>  against the runner's tag filter, the case id posted to the
*>  shared testmode area before the assertions, and the row's
*>  tolerance band posted ahead of the amount compare.
*>
*>  assertions are logged under the TESTEXP program/section the
*>  driven row points at, so a failing case reads in TESTRPT by
*>  the name the analyst gave it.  every fault of a driven case
*>  is a loud failure rather than a silent skip: a target that
*>  cannot be called, a TESTEXP key with no row behind it, or an
*>  output position that falls outside the block.  each target
*>  is cancelled after its call, so every case starts it in its
*>  initial state and one case's leftovers cannot pass the next.
*>**
identification division.
program-id. drv-test.
environment division.
configuration section.
repository. function all intrinsic.
input-output section.
file-control.
    select testdrv-file assign using tf-dsn-testdrv
        organization is line sequential
        file status is tf-testdrv-status.
    select testexp-file assign using tf-dsn-testexp
        organization is line sequential
        file status is tf-testexp-status.
data division.
file section.
fd testdrv-file.
copy testdrv.
fd testexp-file.
copy testexp.
working-storage section.
copy testmode.
copy testdsn.
01 tf-this-program pic x(30) value "drv-test".
01 tf-env-request pic x(10) value spaces.
01 tf-profile-state pic x(01).
01 tf-this-section pic x(30).
01 tf-log-program pic x(30).
01 tf-log-section pic x(30).
01 tf-expected-alpha pic x(60).
01 tf-actual-alpha pic x(60).
01 tf-expected-amount pic s9(11)v9(02) comp-3.
01 tf-actual-amount pic s9(11)v9(02) comp-3.
01 tf-expected-date pic x(10).
01 tf-actual-date pic x(10).
01 tf-testdrv-status pic x(02).
01 tf-testdrv-eof-flag pic x(01) value "N".
    88 tf-testdrv-at-eof value "Y".
01 tf-testexp-status pic x(02).
01 tf-testexp-eof-flag pic x(01) value "N".
    88 tf-testexp-at-eof value "Y".
01 tf-case-count pic 9(04) comp value zero.
*>  the parameter block handed to the target; the same storage
*>  is the returned block the output positions index into.
01 tf-call-block pic x(200).
01 tf-block-size pic 9(03) value 200.
01 tf-call-flag pic x(01).
    88 tf-call-worked value "Y".
    88 tf-call-failed value "N".
*>  the TESTEXP row matching the driven case, copied out of the
*>  record area before the file is closed.
01 tf-exp-found-flag pic x(01).
    88 tf-exp-found value "Y".
01 tf-want-case pic x(08).
01 tf-exp-value pic x(60).
01 tf-exp-amount pic 9(11)v9(02).
01 tf-exp-amount-x redefines tf-exp-amount pic x(13).
01 tf-exp-date pic x(10).
01 tf-exp-tol-type pic x(01).
01 tf-exp-tol-value pic 9(07)v9(04).
01 tf-out-len pic 9(03).
01 tf-out-end pic 9(03).
01 tf-out-amount-x pic x(13).
01 tf-out-amount redefines tf-out-amount-x pic 9(11)v9(02).
01 driven-test-tag pic x(10) value "REGRESS".

linkage section.
copy testctl.

procedure division using tf-tag-filter.
    call "profile-resolve" using tf-env-request, tf-profile-state.
    if tf-tag-filter = "ALL" or tf-tag-filter = driven-test-tag
        perform driven-test-setup
        perform driven-test
        perform driven-test-teardown
    end-if.
    goback.

driven-test-setup section.
    move "driven-test" to tf-this-section.
    display "driven-test: loading TESTDRV driven cases".
    move zero to tf-case-count.

*>  the case loop: every TESTDRV row is one driven case.  an
*>  empty or absent TESTDRV only means no module has been given
*>  driven coverage yet -- it is reported, not failed.
driven-test section.
    move "N" to tf-testdrv-eof-flag.
    open input testdrv-file.
    if tf-testdrv-status = "00"
        perform read-testdrv
        perform until tf-testdrv-at-eof
            perform run-one-driven-case
            perform read-testdrv
        end-perform
        close testdrv-file
    end-if.
    move spaces to tf-case-id.
    if tf-case-count = zero
        display "driven-test: no TESTDRV rows in "
            tf-dsn-testdrv " -- nothing driven"
    end-if.

read-testdrv section.
    read testdrv-file
        at end set tf-testdrv-at-eof to true
    end-read.

run-one-driven-case section.
    add 1 to tf-case-count.
    move td-case-id to tf-case-id.
    move td-exp-program to tf-log-program.
    move td-exp-section to tf-log-section.
    if tf-log-program = spaces
        move tf-this-program to tf-log-program
    end-if.
    if tf-log-section = spaces
        move td-target-program to tf-log-section
    end-if.
    perform find-expected-row.
    if not tf-exp-found
        display "driven-test: no TESTEXP row for "
            function trim(tf-log-program) "/"
            function trim(tf-log-section) "/" tf-want-case
        move "<missing testexp row>" to tf-expected-alpha
        move "<no expected fixture found>" to tf-actual-alpha
        call "assert-equals" using tf-log-program, tf-log-section,
            tf-expected-alpha, tf-actual-alpha
        exit section
    end-if.
    move td-input-block to tf-call-block.
    set tf-call-worked to true.
    call td-target-program using tf-call-block
        on exception
            set tf-call-failed to true
    end-call.
    if tf-call-failed
        display "driven-test: cannot call "
            function trim(td-target-program)
        move spaces to tf-expected-alpha
        string "<callable " delimited by size
            td-target-program delimited by space
            ">" delimited by size
            into tf-expected-alpha
        move "<target program not found>" to tf-actual-alpha
        call "assert-equals" using tf-log-program, tf-log-section,
            tf-expected-alpha, tf-actual-alpha
        exit section
    end-if.
    cancel td-target-program.
    perform check-driven-value.
    perform check-driven-amount.
    perform check-driven-date.

*>  one pass of TESTEXP per driven case: the driven rows are
*>  few and the fixture is small, and a straight read keeps the
*>  harness free of a table limit to outgrow.
find-expected-row section.
    move "N" to tf-exp-found-flag.
    move td-exp-case to tf-want-case.
    if tf-want-case = spaces
        move "DEFAULT" to tf-want-case
    end-if.
    move "N" to tf-testexp-eof-flag.
    open input testexp-file.
    if tf-testexp-status not = "00"
        exit section
    end-if.
    perform read-testexp.
    perform until tf-testexp-at-eof or tf-exp-found
        if te-program-name = tf-log-program
                and te-section-name = tf-log-section
                and te-case-id = tf-want-case
            set tf-exp-found to true
            move te-expected-value to tf-exp-value
            move te-expected-amount to tf-exp-amount
            move te-expected-date to tf-exp-date
            move te-tolerance-type to tf-exp-tol-type
            move te-tolerance-value to tf-exp-tol-value
        else
            perform read-testexp
        end-if
    end-perform.
    close testexp-file.

read-testexp section.
    read testexp-file
        at end set tf-testexp-at-eof to true
    end-read.

check-driven-value section.
    if td-value-pos = zero
        exit section
    end-if.
    move td-value-len to tf-out-len.
    if tf-out-len = zero or tf-out-len > 60
        move 60 to tf-out-len
    end-if.
    compute tf-out-end = td-value-pos + tf-out-len - 1.
    if tf-out-end > tf-block-size
        perform log-bad-position
        exit section
    end-if.
    move tf-exp-value to tf-expected-alpha.
    move spaces to tf-actual-alpha.
    move tf-call-block (td-value-pos:tf-out-len) to tf-actual-alpha.
    call "assert-equals" using tf-log-program, tf-log-section,
        tf-expected-alpha, tf-actual-alpha.

*>  a non-numeric amount in the returned block is a failure in
*>  its own right, logged as the raw bytes against the unedited
*>  expected so the report shows exactly what came back.
check-driven-amount section.
    if td-amount-pos = zero
        exit section
    end-if.
    compute tf-out-end = td-amount-pos + 12.
    if tf-out-end > tf-block-size
        perform log-bad-position
        exit section
    end-if.
    move tf-call-block (td-amount-pos:13) to tf-out-amount-x.
    if tf-out-amount-x not numeric
        move tf-exp-amount-x to tf-expected-alpha
        move tf-out-amount-x to tf-actual-alpha
        call "assert-equals" using tf-log-program, tf-log-section,
            tf-expected-alpha, tf-actual-alpha
        exit section
    end-if.
    move tf-exp-amount to tf-expected-amount.
    move tf-out-amount to tf-actual-amount.
*>  the row's tolerance band rides with the expected amount; the
*>  assert verb consumes it and blanks the type itself.
    move tf-exp-tol-type to tf-tolerance-type.
    move tf-exp-tol-value to tf-tolerance-value.
    call "assert-numeric-equals" using tf-log-program, tf-log-section,
        tf-expected-amount, tf-actual-amount.

check-driven-date section.
    if td-date-pos = zero
        exit section
    end-if.
    compute tf-out-end = td-date-pos + 9.
    if tf-out-end > tf-block-size
        perform log-bad-position
        exit section
    end-if.
    move tf-exp-date to tf-expected-date.
    move tf-call-block (td-date-pos:10) to tf-actual-date.
    call "assert-date-equals" using tf-log-program, tf-log-section,
        tf-expected-date, tf-actual-date.

*>  an output field that runs off the end of the block is a
*>  broken TESTDRV row; it fails loudly instead of comparing
*>  whatever storage lies past the block.
log-bad-position section.
    display "driven-test: output position past the "
        tf-block-size "-byte block for "
        function trim(td-target-program) " case " td-case-id.
    move "<output field inside the block>" to tf-expected-alpha.
    move "<TESTDRV position out of range>" to tf-actual-alpha.
    call "assert-equals" using tf-log-program, tf-log-section,
        tf-expected-alpha, tf-actual-alpha.

driven-test-teardown section.
    display "driven-test: " tf-case-count " driven case(s) run".
    move spaces to tf-call-block.
    move spaces to tf-expected-alpha.
    move spaces to tf-actual-alpha.

end program drv-test.
