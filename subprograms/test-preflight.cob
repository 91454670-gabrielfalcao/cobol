       >>SOURCE FORMAT FREE
*>**
*>  test-preflight ...TK
*>
*>  pre-flight validation of the suite's control datasets, for
*>  the scheduler to run the evening before the window opens.
*>  catalog-load and profile-resolve reject bad input too, but
*>  only once the runner is already up at 02:00 and only for
*>  their own datasets; this step checks them all together and
*>  holds the window while there is still time to fix a typo.
*>  every finding is one PREFLIGHT line, ERROR or WARNING:
*>    TESTPROF  a logical name the suite does not know, or a
*>              blank environment or dataset name (ERROR);
*>    TESTCAT   a blank or duplicate program, a criticality other
*>              than CRIT or STD, a prerequisite naming the entry
*>              itself, not cataloged, or cataloged later (ERROR);
*>              unreadable or empty (ERROR);
*>    WAIVERS   an expiry that is not a real yyyy-mm-dd date
*>              (ERROR); an expiry already past, or a program not
*>              in TESTCAT (WARNING -- the waiver is dead weight,
*>              not a break);
*>    TESTEXP   a non-numeric amount or tolerance value, an
*>              expected date that is not a real yyyy-mm-dd date,
*>              a tolerance type other than A, P or blank (ERROR);
*>              unreadable (ERROR);
*>    TESTMAP   a member type other than PGM or COPY (ERROR); a
*>              test program not in TESTCAT (WARNING);
*>    OWNERS    a blank program, team or report dataset (ERROR);
*>              a program not in TESTCAT, or a cataloged program
*>              with no OWNERS row -- its failures reach no team
*>              (WARNING); not checked when there is no OWNERS;
*>    RUNLOCK   a leftover lock record -- the runner will refuse
*>              the window, or override it as abend wreckage
*>              (ERROR);
*>    TESTCKPT  checkpointed programs -- a NORESTART run wipes
*>              them and a RESTART run skips them, so somebody
*>              must decide which before 02:00 (WARNING).
*>
*>  PARM tokens: the environment profile (blank = base names)
*>  and the stream count the window will run with (default 1);
*>  with more than one stream the RUNLOCKn and TESTCKPTn shards
*>  are checked as well as the base names.  return code 8 when
*>  there is any ERROR (or the profile itself will not resolve),
*>  4 for WARNINGs only, 0 when the window is clear.
*>**
identification division.
program-id. test-preflight.
environment division.
configuration section.
repository. function all intrinsic.
input-output section.
file-control.
    select profile-file assign to "TESTPROF"
        organization is line sequential
        file status is tf-profile-status.
    select catalog-file assign using tf-dsn-testcat
        organization is line sequential
        file status is tf-catalog-status.
    select waiver-file assign using tf-dsn-waivers
        organization is line sequential
        file status is tf-waiver-status.
    select testexp-file assign using tf-dsn-testexp
        organization is line sequential
        file status is tf-testexp-status.
    select testmap-file assign using tf-dsn-testmap
        organization is line sequential
        file status is tf-testmap-status.
    select owners-file assign using tf-dsn-owners
        organization is line sequential
        file status is tf-owners-status.
    select lock-file assign using tf-lock-dsn
        organization is line sequential
        file status is tf-lock-status.
    select checkpoint-file assign using tf-ckpt-dsn
        organization is line sequential
        file status is tf-ckpt-status.
    select report-file assign using tf-dsn-preflight
        organization is line sequential
        file status is tf-report-status.
data division.
file section.
fd profile-file.
copy testprof.
fd catalog-file.
copy testcatd.
fd waiver-file.
copy testwaiv.
fd testexp-file.
copy testexp.
fd testmap-file.
copy testmap.
fd owners-file.
copy testownr.
fd lock-file.
copy testlock.
fd checkpoint-file.
copy testckpt.
fd report-file.
*>  worst case: the level and dataset columns, two 30-byte names
*>  and ~60 bytes of finding text; sized well past that.
01 tf-report-line pic x(160).
working-storage section.
copy testdsn.
01 tf-command-line pic x(80) value spaces.
01 tf-env-token pic x(10) value spaces.
01 tf-stream-count-token pic x(10) value spaces.
01 tf-profile-state pic x(01).
    88 tf-profile-ready value "R".
01 tf-stream-count pic 9(02) comp value 1.
01 tf-stream-idx pic 9(02) comp.
01 tf-stream-digit pic 9(01).
01 tf-profile-status pic x(02).
01 tf-catalog-status pic x(02).
01 tf-waiver-status pic x(02).
01 tf-testexp-status pic x(02).
01 tf-testmap-status pic x(02).
01 tf-owners-status pic x(02).
01 tf-lock-status pic x(02).
01 tf-ckpt-status pic x(02).
01 tf-report-status pic x(02).
01 tf-lock-dsn pic x(12).
01 tf-ckpt-dsn pic x(12).
01 tf-eof-flag pic x(01) value "N".
    88 tf-at-eof value "Y".
01 tf-check-state pic x(01).
    88 tf-name-known value "K".
01 tf-today pic x(10).
01 tf-stamp pic x(21).
01 tf-ckpt-count pic 9(05) comp value zero.
01 tf-count-edit pic z(04)9.
*>  TESTCAT is read here as the dataset, not through catalog-load:
*>  a catalog-load rejection zeroes the table, and it is exactly
*>  the rejected catalog that needs every finding listed.
01 tf-cat-count pic 9(04) comp value zero.
01 tf-cat-idx pic 9(04) comp value zero.
01 tf-cat-max pic 9(04) comp value 100.
01 tf-cat-overflow-flag pic x(01) value "N".
    88 tf-cat-table-full value "Y".
01 tf-cat-table.
    05 tf-cat-entry occurs 100 times.
        10 tf-cat-program pic x(30).
        10 tf-cat-crit pic x(10).
        10 tf-cat-prereq pic x(30).
        10 tf-cat-owned-flag pic x(01).
            88 tf-cat-owned value "Y".
01 tf-lookup-program pic x(30).
01 tf-lookup-idx pic 9(04) comp value zero.
*>  date validation, the same rule test-hist-retention applies
*>  to its cutoff: yyyy-mm-dd with a real month and day.
01 tf-check-date pic x(10).
01 tf-date-flag pic x(01).
    88 tf-date-valid value "Y".
    88 tf-date-invalid value "N".
01 tf-date-year pic 9(04).
01 tf-date-month pic 9(02).
01 tf-date-day pic 9(02).
01 tf-date-remainder pic 9(04).
01 tf-month-limit pic 9(02).
01 tf-month-days-values pic x(24) value "312831303130313130313031".
01 tf-month-days redefines tf-month-days-values.
    05 tf-month-days-entry pic 9(02) occurs 12 times.
*>  one finding: the level, the dataset it was found on, the key
*>  it was found under, and what is wrong.
01 tf-finding-level pic x(07).
    88 tf-finding-error value "ERROR".
    88 tf-finding-warning value "WARNING".
01 tf-finding-dsn pic x(12).
01 tf-finding-key pic x(70).
01 tf-finding-text pic x(60).
01 tf-error-count pic 9(05) comp value zero.
01 tf-warning-count pic 9(05) comp value zero.

procedure division.
run-preflight.
    perform parse-parm.
    perform open-report.
    if tf-report-status not = "00"
        move 8 to return-code
        goback
    end-if.
    perform check-testprof.
    if tf-profile-ready
        perform check-testcat
        perform check-waivers
        perform check-testexp
        perform check-testmap
        perform check-owners
        perform check-run-state
    end-if.
    perform close-report.
    display "test-preflight: " tf-error-count " error(s), "
        tf-warning-count " warning(s)".
    evaluate true
        when tf-error-count > zero
            move 8 to return-code
        when tf-warning-count > zero
            move 4 to return-code
        when other
            move 0 to return-code
    end-evaluate.
    goback.

*>  a profile that will not resolve is itself an ERROR; the
*>  TESTPROF rows are still checked (they are the likely cause),
*>  but no other dataset is, because nobody knows which names
*>  the window would open.
parse-parm section.
    accept tf-command-line from command-line.
    unstring tf-command-line delimited by all space
        into tf-env-token, tf-stream-count-token.
    if tf-stream-count-token not = spaces
        move function numval(tf-stream-count-token) to tf-stream-count
    end-if.
    if tf-stream-count < 1 or tf-stream-count > 9
        display "test-preflight: stream count " tf-stream-count
            " is outside 1-9 -- checking the base names only"
        move 1 to tf-stream-count
    end-if.
    call "profile-resolve" using tf-env-token, tf-profile-state.
    move function current-date to tf-stamp.
    move spaces to tf-today.
    string tf-stamp (1:4) "-" tf-stamp (5:2) "-" tf-stamp (7:2)
        delimited by size into tf-today.

open-report section.
    open output report-file.
    if tf-report-status not = "00"
        display "test-preflight: cannot write " tf-dsn-preflight
            " (status " tf-report-status ")"
        exit section
    end-if.
    move spaces to tf-report-line.
    string "CONFIGURATION PRE-FLIGHT" delimited by size
        into tf-report-line.
    write tf-report-line.
    move spaces to tf-report-line.
    string "========================" delimited by size
        into tf-report-line.
    write tf-report-line.
    move spaces to tf-report-line.
    if tf-env-token = spaces
        string "environment (base names)  checked " tf-today
            delimited by size into tf-report-line
    else
        string "environment " delimited by size
            tf-env-token delimited by space
            "  checked " delimited by size
            tf-today delimited by size
            into tf-report-line
    end-if.
    write tf-report-line.
    move spaces to tf-report-line.
    write tf-report-line.

close-report section.
    move spaces to tf-report-line.
    write tf-report-line.
    move tf-error-count to tf-count-edit.
    move spaces to tf-report-line.
    string "errors   " tf-count-edit delimited by size
        into tf-report-line.
    write tf-report-line.
    move tf-warning-count to tf-count-edit.
    move spaces to tf-report-line.
    string "warnings " tf-count-edit delimited by size
        into tf-report-line.
    write tf-report-line.
    move spaces to tf-report-line.
    evaluate true
        when tf-error-count > zero
            string "HOLD THE WINDOW -- fix the errors above before "
                "the run" delimited by size into tf-report-line
        when tf-warning-count > zero
            string "WINDOW MAY RUN -- review the warnings above"
                delimited by size into tf-report-line
        when other
            string "WINDOW CLEAR" delimited by size
                into tf-report-line
    end-evaluate.
    write tf-report-line.
    close report-file.

*>  one finding line; the caller fills level, dataset, key and
*>  text first.
write-finding section.
    if tf-finding-error
        add 1 to tf-error-count
    else
        add 1 to tf-warning-count
    end-if.
    move spaces to tf-report-line.
    string tf-finding-level delimited by size
        " " delimited by size
        tf-finding-dsn delimited by size
        " " delimited by size
        function trim(tf-finding-key) delimited by size
        " -- " delimited by size
        function trim(tf-finding-text) delimited by size
        into tf-report-line.
    write tf-report-line.

check-testprof section.
    move "N" to tf-eof-flag.
    open input profile-file.
    if tf-profile-status = "00"
        perform read-profile
        perform until tf-at-eof
            perform check-profile-row
            perform read-profile
        end-perform
        close profile-file
    end-if.
    if not tf-profile-ready
        move "ERROR" to tf-finding-level
        move "TESTPROF" to tf-finding-dsn
        move spaces to tf-finding-key
        string "environment " delimited by size
            tf-env-token delimited by space
            into tf-finding-key
        move "profile does not resolve -- nothing else checked"
            to tf-finding-text
        perform write-finding
    end-if.

read-profile section.
    read profile-file
        at end set tf-at-eof to true
    end-read.

check-profile-row section.
    move "TESTPROF" to tf-finding-dsn.
    move "ERROR" to tf-finding-level.
    move spaces to tf-finding-key.
    string "row " delimited by size
        pf-env-name delimited by space
        " " delimited by size
        pf-logical-name delimited by space
        into tf-finding-key.
    if pf-env-name = spaces
        move "blank environment name" to tf-finding-text
        perform write-finding
    end-if.
    if pf-dataset-name = spaces
        move "blank dataset name" to tf-finding-text
        perform write-finding
    end-if.
    call "profile-name-check" using pf-logical-name, tf-check-state.
    if not tf-name-known
        move "logical name is not one the suite knows"
            to tf-finding-text
        perform write-finding
    end-if.

check-testcat section.
    move "N" to tf-eof-flag.
    open input catalog-file.
    if tf-catalog-status not = "00"
        move "ERROR" to tf-finding-level
        move "TESTCAT" to tf-finding-dsn
        move tf-dsn-testcat to tf-finding-key
        move "not readable -- the runner will not start"
            to tf-finding-text
        perform write-finding
        exit section
    end-if.
    perform read-catalog.
    perform until tf-at-eof or tf-cat-table-full
        perform check-catalog-row
        perform read-catalog
    end-perform.
    close catalog-file.
    perform check-catalog-prereq
        varying tf-cat-idx from 1 by 1
        until tf-cat-idx > tf-cat-count.
    if tf-cat-count = zero
        move "ERROR" to tf-finding-level
        move "TESTCAT" to tf-finding-dsn
        move tf-dsn-testcat to tf-finding-key
        move "no programs cataloged -- the runner will not start"
            to tf-finding-text
        perform write-finding
    end-if.

read-catalog section.
    read catalog-file
        at end set tf-at-eof to true
    end-read.

check-catalog-row section.
    move "TESTCAT" to tf-finding-dsn.
    move "ERROR" to tf-finding-level.
    move tc-program-name to tf-finding-key.
    if tc-program-name = spaces
        move "blank program name" to tf-finding-text
        perform write-finding
        exit section
    end-if.
    if tf-cat-count >= tf-cat-max
        move "more programs than the catalog holds -- rest unchecked"
            to tf-finding-text
        perform write-finding
        set tf-cat-table-full to true
        exit section
    end-if.
    move tc-program-name to tf-lookup-program.
    perform find-cataloged.
    if tf-lookup-idx <= tf-cat-count
        move "duplicate program name" to tf-finding-text
        perform write-finding
    end-if.
    if not tc-crit-known
        move "criticality is not CRIT or STD" to tf-finding-text
        perform write-finding
    end-if.
    add 1 to tf-cat-count.
    move tc-program-name to tf-cat-program (tf-cat-count).
    move tc-crit-class to tf-cat-crit (tf-cat-count).
    move tc-prereq-name to tf-cat-prereq (tf-cat-count).
    move "N" to tf-cat-owned-flag (tf-cat-count).

*>  judged once the whole catalog is in hand, so a prerequisite
*>  cataloged out of order is told apart from one that is not
*>  cataloged at all -- catalog-load rejects both.
check-catalog-prereq section.
    if tf-cat-prereq (tf-cat-idx) = spaces
        exit section
    end-if.
    move "TESTCAT" to tf-finding-dsn.
    move "ERROR" to tf-finding-level.
    move tf-cat-program (tf-cat-idx) to tf-finding-key.
    if tf-cat-prereq (tf-cat-idx) = tf-cat-program (tf-cat-idx)
        move "prerequisite names the entry itself" to tf-finding-text
        perform write-finding
        exit section
    end-if.
    move tf-cat-prereq (tf-cat-idx) to tf-lookup-program.
    perform find-cataloged.
    move spaces to tf-finding-text.
    evaluate true
        when tf-lookup-idx > tf-cat-count
            string "prerequisite " delimited by size
                tf-cat-prereq (tf-cat-idx) delimited by space
                " is not cataloged" delimited by size
                into tf-finding-text
            perform write-finding
        when tf-lookup-idx > tf-cat-idx
            string "prerequisite " delimited by size
                tf-cat-prereq (tf-cat-idx) delimited by space
                " is cataloged later, not earlier" delimited by size
                into tf-finding-text
            perform write-finding
    end-evaluate.

find-cataloged section.
    perform scan-cat-table
        varying tf-lookup-idx from 1 by 1
        until tf-lookup-idx > tf-cat-count
            or tf-cat-program (tf-lookup-idx) = tf-lookup-program.

scan-cat-table section.
    continue.

check-waivers section.
    move "N" to tf-eof-flag.
    open input waiver-file.
    if tf-waiver-status not = "00"
        exit section
    end-if.
    perform read-waiver.
    perform until tf-at-eof
        perform check-waiver-row
        perform read-waiver
    end-perform.
    close waiver-file.

read-waiver section.
    read waiver-file
        at end set tf-at-eof to true
    end-read.

check-waiver-row section.
    move "WAIVERS" to tf-finding-dsn.
    move spaces to tf-finding-key.
    string wv-program-name delimited by space
        " " delimited by size
        wv-section-name delimited by space
        " " delimited by size
        wv-ticket delimited by space
        into tf-finding-key.
    move wv-expiry-date to tf-check-date.
    perform validate-date.
    if tf-date-invalid
        move "ERROR" to tf-finding-level
        move spaces to tf-finding-text
        string "expiry [" wv-expiry-date "] is not a real yyyy-mm-dd"
            delimited by size into tf-finding-text
        perform write-finding
    else
        if wv-expiry-date < tf-today
            move "WARNING" to tf-finding-level
            move spaces to tf-finding-text
            string "expired " wv-expiry-date
                " -- failures are loud again" delimited by size
                into tf-finding-text
            perform write-finding
        end-if
    end-if.
    move wv-program-name to tf-lookup-program.
    perform find-cataloged.
    if tf-lookup-idx > tf-cat-count
        move "WARNING" to tf-finding-level
        move "program is not in TESTCAT" to tf-finding-text
        perform write-finding
    end-if.

check-testexp section.
    move "N" to tf-eof-flag.
    open input testexp-file.
    if tf-testexp-status not = "00"
        move "ERROR" to tf-finding-level
        move "TESTEXP" to tf-finding-dsn
        move tf-dsn-testexp to tf-finding-key
        move "not readable -- every fixture lookup will fail"
            to tf-finding-text
        perform write-finding
        exit section
    end-if.
    perform read-testexp.
    perform until tf-at-eof
        perform check-testexp-row
        perform read-testexp
    end-perform.
    close testexp-file.

read-testexp section.
    read testexp-file
        at end set tf-at-eof to true
    end-read.

check-testexp-row section.
    move "TESTEXP" to tf-finding-dsn.
    move "ERROR" to tf-finding-level.
    move spaces to tf-finding-key.
    string te-program-name delimited by space
        " " delimited by size
        te-section-name delimited by space
        " " delimited by size
        te-case-id delimited by space
        into tf-finding-key.
    if te-expected-amount not numeric
        move "expected amount is not numeric" to tf-finding-text
        perform write-finding
    end-if.
    if te-expected-date not = spaces
        move te-expected-date to tf-check-date
        perform validate-date
        if tf-date-invalid
            move spaces to tf-finding-text
            string "expected date [" te-expected-date
                "] is not a real yyyy-mm-dd" delimited by size
                into tf-finding-text
            perform write-finding
        end-if
    end-if.
    if te-tolerance-type not = space
            and not te-tol-absolute and not te-tol-percent
        move spaces to tf-finding-text
        string "tolerance type [" te-tolerance-type
            "] is not A, P or blank" delimited by size
            into tf-finding-text
        perform write-finding
    end-if.
    if (te-tol-absolute or te-tol-percent)
            and te-tolerance-value not numeric
        move "tolerance value is not numeric" to tf-finding-text
        perform write-finding
    end-if.

check-testmap section.
    move "N" to tf-eof-flag.
    open input testmap-file.
    if tf-testmap-status not = "00"
        exit section
    end-if.
    perform read-testmap.
    perform until tf-at-eof
        perform check-testmap-row
        perform read-testmap
    end-perform.
    close testmap-file.

read-testmap section.
    read testmap-file
        at end set tf-at-eof to true
    end-read.

check-testmap-row section.
    move "TESTMAP" to tf-finding-dsn.
    move spaces to tf-finding-key.
    string mp-test-program delimited by space
        " " delimited by size
        mp-member-name delimited by space
        into tf-finding-key.
    if not mp-member-program and not mp-member-copybook
        move "ERROR" to tf-finding-level
        move spaces to tf-finding-text
        string "member type [" mp-member-type "] is not PGM or COPY"
            delimited by size into tf-finding-text
        perform write-finding
    end-if.
    move mp-test-program to tf-lookup-program.
    perform find-cataloged.
    if tf-lookup-idx > tf-cat-count
        move "WARNING" to tf-finding-level
        move "test program is not in TESTCAT -- selects nothing"
            to tf-finding-text
        perform write-finding
    end-if.

*>  OWNERS is optional -- without it nothing is routed and the
*>  morning reports still cover everyone -- but once it exists a
*>  cataloged program it does not name is a break no team hears
*>  of.
check-owners section.
    move "N" to tf-eof-flag.
    open input owners-file.
    if tf-owners-status not = "00"
        exit section
    end-if.
    perform read-owners.
    perform until tf-at-eof
        perform check-owner-row
        perform read-owners
    end-perform.
    close owners-file.
    perform check-cataloged-owner
        varying tf-cat-idx from 1 by 1
        until tf-cat-idx > tf-cat-count.

read-owners section.
    read owners-file
        at end set tf-at-eof to true
    end-read.

check-owner-row section.
    move "OWNERS" to tf-finding-dsn.
    move "ERROR" to tf-finding-level.
    move spaces to tf-finding-key.
    string ow-program-name delimited by space
        " " delimited by size
        ow-section-name delimited by space
        " " delimited by size
        ow-team-name delimited by space
        into tf-finding-key.
    if ow-program-name = spaces
        move "blank program name" to tf-finding-text
        perform write-finding
        exit section
    end-if.
    if ow-team-name = spaces
        move "blank team name -- the row routes nothing"
            to tf-finding-text
        perform write-finding
    end-if.
    if ow-report-dsn = spaces
        move "blank report dataset -- the team gets no report"
            to tf-finding-text
        perform write-finding
    end-if.
    move ow-program-name to tf-lookup-program.
    perform find-cataloged.
    if tf-lookup-idx > tf-cat-count
        move "WARNING" to tf-finding-level
        move "program is not in TESTCAT" to tf-finding-text
        perform write-finding
    else
        set tf-cat-owned (tf-lookup-idx) to true
    end-if.

check-cataloged-owner section.
    if tf-cat-owned (tf-cat-idx)
        exit section
    end-if.
    move "OWNERS" to tf-finding-dsn.
    move "WARNING" to tf-finding-level.
    move tf-cat-program (tf-cat-idx) to tf-finding-key.
    move "no OWNERS row -- its failures reach no team"
        to tf-finding-text.
    perform write-finding.

*>  the base names always; with a split window the per-stream
*>  shards too, named the way the runner names them.
check-run-state section.
    move tf-dsn-runlock to tf-lock-dsn.
    move tf-dsn-testckpt to tf-ckpt-dsn.
    perform check-lock-file.
    perform check-ckpt-file.
    if tf-stream-count > 1
        perform check-stream-shards
            varying tf-stream-idx from 1 by 1
            until tf-stream-idx > tf-stream-count
    end-if.

check-stream-shards section.
    move tf-stream-idx to tf-stream-digit.
    move spaces to tf-lock-dsn.
    string function trim(tf-dsn-runlock) delimited by size
        tf-stream-digit delimited by size
        into tf-lock-dsn.
    move spaces to tf-ckpt-dsn.
    string function trim(tf-dsn-testckpt) delimited by size
        tf-stream-digit delimited by size
        into tf-ckpt-dsn.
    perform check-lock-file.
    perform check-ckpt-file.

check-lock-file section.
    open input lock-file.
    if tf-lock-status not = "00"
        exit section
    end-if.
    read lock-file
        at end move "10" to tf-lock-status
    end-read.
    close lock-file.
    if tf-lock-status not = "00" or rl-run-id = spaces
        exit section
    end-if.
    move "ERROR" to tf-finding-level.
    move "RUNLOCK" to tf-finding-dsn.
    move tf-lock-dsn to tf-finding-key.
    move spaces to tf-finding-text.
    string "lock left by run " rl-run-id " since "
        rl-start-stamp (1:16) delimited by size
        into tf-finding-text.
    perform write-finding.

check-ckpt-file section.
    move zero to tf-ckpt-count.
    move "N" to tf-eof-flag.
    open input checkpoint-file.
    if tf-ckpt-status not = "00"
        exit section
    end-if.
    perform read-checkpoint.
    perform until tf-at-eof
        if ck-program-name not = spaces
            add 1 to tf-ckpt-count
        end-if
        perform read-checkpoint
    end-perform.
    close checkpoint-file.
    if tf-ckpt-count = zero
        exit section
    end-if.
    move "WARNING" to tf-finding-level.
    move "TESTCKPT" to tf-finding-dsn.
    move tf-ckpt-dsn to tf-finding-key.
    move tf-ckpt-count to tf-count-edit.
    move spaces to tf-finding-text.
    string function trim(tf-count-edit) delimited by size
        " program(s) checkpointed -- NORESTART wipes, RESTART skips"
            delimited by size
        into tf-finding-text.
    perform write-finding.

read-checkpoint section.
    read checkpoint-file
        at end set tf-at-eof to true
    end-read.

validate-date section.
    set tf-date-invalid to true.
    if tf-check-date (5:1) not = "-"
            or tf-check-date (8:1) not = "-"
            or tf-check-date (1:4) not numeric
            or tf-check-date (6:2) not numeric
            or tf-check-date (9:2) not numeric
        exit section
    end-if.
    move tf-check-date (1:4) to tf-date-year.
    move tf-check-date (6:2) to tf-date-month.
    move tf-check-date (9:2) to tf-date-day.
    if tf-date-month < 1 or tf-date-month > 12
        exit section
    end-if.
    move tf-month-days-entry (tf-date-month) to tf-month-limit.
    if tf-date-month = 2
        perform check-leap-year
    end-if.
    if tf-date-day < 1 or tf-date-day > tf-month-limit
        exit section
    end-if.
    set tf-date-valid to true.

check-leap-year section.
    compute tf-date-remainder = function mod(tf-date-year, 4).
    if tf-date-remainder not = zero
        exit section
    end-if.
    compute tf-date-remainder = function mod(tf-date-year, 100).
    if tf-date-remainder not = zero
        move 29 to tf-month-limit
        exit section
    end-if.
    compute tf-date-remainder = function mod(tf-date-year, 400).
    if tf-date-remainder = zero
        move 29 to tf-month-limit
    end-if.

end program test-preflight.
