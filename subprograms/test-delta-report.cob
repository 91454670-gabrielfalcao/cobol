*>  now) -- each with the expected/actual detail from the failing
*>  record, so the hand-off meeting reads the delta instead of
*>  re-triaging every red line in TESTRPT from scratch.
*>
*>  the classification is delta-classify's, the same table the
*>  defect-tracker interface and the ownership router act on, so
*>  the three can never disagree about what is NEW.  the report
*>  prints one line per program/section -- the first failing
*>  record of it -- where the shared table keeps one per case.
*>  after a VACUOUS run the report says so and lists nothing.
*>**
identification division.
program-id. test-delta-report.
repository. function all intrinsic.
input-output section.
file-control.
    select report-file assign using tf-dsn-deltarpt
        organization is line sequential
        file status is tf-report-status.
data division.
file section.
fd report-file.
*>  worst case: ~40 bytes of literal text plus two 30-byte names
*>  and two 60-byte expected/actual values (copybooks/testlog.cpy)
01 tf-report-line pic x(260).
working-storage section.
copy testdsn.
copy testdlta.
01 tf-command-line pic x(80) value spaces.
01 tf-env-token pic x(10) value spaces.
01 tf-profile-state pic x(01).
    88 tf-profile-ready value "R".
01 tf-report-status pic x(02).
01 tf-delta-state pic x(01).
    88 tf-delta-loaded value "L".
    88 tf-delta-vacuous value "V".
01 tf-delta-idx pic 9(04) comp value zero.
01 tf-first-idx pic 9(04) comp value zero.
01 tf-want-class pic x(01).
01 tf-section-count pic 9(04) comp value zero.
01 tf-section-tag pic x(15).

        move 8 to return-code
        goback
    end-if.
    call "delta-classify" using tf-delta-state.
    perform write-delta-report.
    goback.

            "resolve -- stopping"
    end-if.

write-delta-report section.
    open output report-file.
    move spaces to tf-report-line.
    move spaces to tf-report-line.
    string "=====================" delimited by size into tf-report-line.
    write tf-report-line.
    if tf-delta-vacuous
        perform write-section-header
        move spaces to tf-report-line
        string "VACUOUS run -- expected values were perturbed, no "
            "delta taken" delimited by size into tf-report-line
        write tf-report-line
        close report-file
        exit section
    end-if.
    move "NEW FAILURES" to tf-section-tag.
    move "N" to tf-want-class.
    perform write-class-section.
    move "STILL FAILING" to tf-section-tag.
    move "S" to tf-want-class.
    perform write-class-section.
    move "FIXED" to tf-section-tag.
    move "X" to tf-want-class.
    perform write-class-section.
    close report-file.

write-class-section section.
    perform write-section-header.
    move zero to tf-section-count.
    if tf-delta-loaded
        perform write-class-line
            varying tf-delta-idx from 1 by 1
            until tf-delta-idx > tf-delta-count
    end-if.
    perform write-section-count.

*>  the first row of its program/section in the class is the
*>  first failing record of it, in log order.
write-class-line section.
    if tf-delta-class (tf-delta-idx) not = tf-want-class
        exit section
    end-if.
    perform scan-delta-table
        varying tf-first-idx from 1 by 1
        until tf-first-idx >= tf-delta-idx
            or (tf-delta-class (tf-first-idx) = tf-want-class
                and tf-delta-program (tf-first-idx)
                    = tf-delta-program (tf-delta-idx)
                and tf-delta-section (tf-first-idx)
                    = tf-delta-section (tf-delta-idx)).
    if tf-first-idx < tf-delta-idx
        exit section
    end-if.
    add 1 to tf-section-count.
    if tf-section-count = 1
        perform write-section-title
    end-if.
    if tf-delta-fixed (tf-delta-idx)
        perform write-prior-detail
    else
        perform write-current-detail
    end-if.

scan-delta-table section.
    continue.

write-section-header section.
    move spaces to tf-report-line.
    write tf-report-line.
write-current-detail section.
    move spaces to tf-report-line.
    string "  " delimited by size
        tf-delta-program (tf-delta-idx) delimited by space
        " / " delimited by size
        tf-delta-section (tf-delta-idx) delimited by space
        "  expected [" delimited by size
        tf-delta-expected (tf-delta-idx) delimited by space
        "] actual [" delimited by size
        tf-delta-actual (tf-delta-idx) delimited by space
        "]" delimited by size
        into tf-report-line.
    write tf-report-line.
write-prior-detail section.
    move spaces to tf-report-line.
    string "  " delimited by size
        tf-delta-program (tf-delta-idx) delimited by space
        " / " delimited by size
        tf-delta-section (tf-delta-idx) delimited by space
        "  was expected [" delimited by size
        tf-delta-expected (tf-delta-idx) delimited by space
        "] actual [" delimited by size
        tf-delta-actual (tf-delta-idx) delimited by space
        "]" delimited by size
        into tf-report-line.
    write tf-report-line.
