       >>SOURCE FORMAT FREE
*>**
*>  test-env-parity ...TK
*>
*>  cross-environment parity: matches two environments' latest
*>  TESTLOGs (TESTLOG vs TESTLOGQA, say) record for record by
*>  program/section/case and prints PARITYRPT in three sections:
*>    OUTCOME DIFFERS       passes in one environment, fails (or
*>                          was skipped) in the other,
*>    RESULT DIFFERS        same outcome both sides, but the actual
*>                          value or the numeric delta is not the
*>                          same,
*>    RAN IN ONE ONLY       the case has no counterpart at all.
*>  a fix that goes green in DEV and red in QA is nearly always
*>  fixture or data drift between the two, and this is where it
*>  shows before promotion instead of after.
*>
*>  outcomes are compared by kind, not by flag: "P", "R", "C"
*>  and "V" are a pass, "F" and "W" a failure (a waiver absorbs
*>  a break, it does not make one), and "S" a skip.  a key that
*>  logs more than one assertion is matched by its position
*>  within the key -- the second assertion of a case against the
*>  second.
*>
*>  PARM tokens: the two environment profiles to compare, "*"
*>  meaning the base dataset names (defaults "*" and QA -- the
*>  DEV sweep against the QA cycle).  each side's TESTLOG is the
*>  name its own profile resolves; PARITYRPT itself is written
*>  under the named environment (the second one when both are
*>  named).  return code 4 when any difference is found, 8 when
*>  a profile will not resolve or either TESTLOG cannot be read.
*>**
identification division.
program-id. test-env-parity.
environment division.
configuration section.
repository. function all intrinsic.
input-output section.
file-control.
    select left-log-file assign using tf-left-log-dsn
        organization is line sequential
        file status is tf-left-log-status.
    select right-log-file assign using tf-right-log-dsn
        organization is line sequential
        file status is tf-right-log-status.
    select report-file assign using tf-dsn-parityrpt
        organization is line sequential
        file status is tf-report-status.
data division.
file section.
fd left-log-file.
copy testlog.
fd right-log-file.
*>  byte-for-byte image of a tl-record (copybooks/testlog.cpy);
*>  unpicked through tf-right-image below.
01 tf-right-log-record pic x(241).
fd report-file.
*>  worst case: a key of two 30-byte names and the case id, an
*>  environment label, and a 60-byte actual value plus the delta
*>  == ~190 bytes; sized well past that.
01 tf-report-line pic x(260).
working-storage section.
copy testdsn.
01 tf-command-line pic x(80) value spaces.
01 tf-left-token pic x(10) value spaces.
01 tf-right-token pic x(10) value spaces.
01 tf-left-env pic x(10) value spaces.
01 tf-right-env pic x(10) value spaces.
01 tf-left-label pic x(10) value spaces.
01 tf-right-label pic x(10) value spaces.
01 tf-env-request pic x(10) value spaces.
01 tf-profile-state pic x(01).
    88 tf-profile-ready value "R".
01 tf-setup-flag pic x(01) value "Y".
    88 tf-setup-ok value "Y".
    88 tf-setup-failed value "N".
01 tf-left-log-dsn pic x(12) value spaces.
01 tf-right-log-dsn pic x(12) value spaces.
01 tf-left-log-status pic x(02).
01 tf-right-log-status pic x(02).
01 tf-report-status pic x(02).
01 tf-eof-flag pic x(01) value "N".
    88 tf-at-eof value "Y".
*>  the right-hand TESTLOG is unpicked through the same layout.
01 tf-right-image.
copy testlog replacing ==01 tl-record== by ==05 tl-right-record==
    ==05 tl-program-name== by ==10 tl-right-program==
    ==05 tl-section-name== by ==10 tl-right-section==
    ==05 tl-expected== by ==10 tl-right-expected==
    ==05 tl-actual== by ==10 tl-right-actual==
    ==05 tl-pass-flag== by ==10 tl-right-pass-flag==
    ==tl-passed== by ==tl-right-passed==
    ==tl-failed== by ==tl-right-failed==
    ==tl-captured== by ==tl-right-captured==
    ==tl-waived== by ==tl-right-waived==
    ==tl-retry-passed== by ==tl-right-retry-passed==
    ==tl-skipped== by ==tl-right-skipped==
    ==tl-vacuous== by ==tl-right-vacuous==
    ==05 tl-timestamp== by ==10 tl-right-timestamp==
    ==05 tl-ticket== by ==10 tl-right-ticket==
    ==05 tl-case-id== by ==10 tl-right-case==
    ==05 tl-delta== by ==10 tl-right-delta==.
*>  one row per assertion on each side; the occurrence number
*>  is the row's position among earlier rows with the same key.
01 tf-left-count pic 9(04) comp value zero.
01 tf-left-idx pic 9(04) comp value zero.
01 tf-left-max pic 9(04) comp value 1000.
01 tf-left-overflow-flag pic x(01) value "N".
    88 tf-left-table-full value "Y".
01 tf-left-table.
    05 tf-left-entry occurs 1000 times.
        10 tf-left-program pic x(30).
        10 tf-left-section pic x(30).
        10 tf-left-case pic x(08).
        10 tf-left-occurrence pic 9(04) comp.
        10 tf-left-kind pic x(04).
        10 tf-left-actual pic x(60).
        10 tf-left-delta pic x(14).
        10 tf-left-matched-flag pic x(01).
            88 tf-left-matched value "Y".
01 tf-right-count pic 9(04) comp value zero.
01 tf-right-idx pic 9(04) comp value zero.
01 tf-right-max pic 9(04) comp value 1000.
01 tf-right-overflow-flag pic x(01) value "N".
    88 tf-right-table-full value "Y".
01 tf-right-table.
    05 tf-right-entry occurs 1000 times.
        10 tf-right-program-e pic x(30).
        10 tf-right-section-e pic x(30).
        10 tf-right-case-e pic x(08).
        10 tf-right-occurrence pic 9(04) comp.
        10 tf-right-kind pic x(04).
        10 tf-right-actual-e pic x(60).
        10 tf-right-delta-e pic x(14).
        10 tf-right-match-idx pic 9(04) comp.
01 tf-scan-idx pic 9(04) comp value zero.
01 tf-occurrence pic 9(04) comp value zero.
01 tf-kind pic x(04).
01 tf-outcome-count pic 9(04) comp value zero.
01 tf-result-count pic 9(04) comp value zero.
01 tf-only-count pic 9(04) comp value zero.
01 tf-section-count pic 9(04) comp value zero.
01 tf-count-edit pic z(03)9.
01 tf-occurrence-edit pic z(03)9.
01 tf-line-ptr pic 9(04) comp.

procedure division.
build-report.
    perform parse-parm.
    if tf-setup-failed
        move 8 to return-code
        goback
    end-if.
    perform load-left-log.
    perform load-right-log.
    if tf-left-log-status not = "00" or tf-right-log-status not = "00"
        move 8 to return-code
        goback
    end-if.
    perform match-right-entry
        varying tf-right-idx from 1 by 1
        until tf-right-idx > tf-right-count.
    perform count-differences.
    perform write-parity-report.
    display "test-env-parity: " tf-outcome-count
        " outcome difference(s), " tf-result-count
        " result difference(s), " tf-only-count
        " case(s) in one environment only".
    if tf-outcome-count > zero or tf-result-count > zero
            or tf-only-count > zero
        move 4 to return-code
    end-if.
    goback.

*>  profile-resolve leaves a resolved environment standing on a
*>  later blank request, so the base side ("*") is always
*>  resolved first; each side's TESTLOG name is captured as soon
*>  as its profile is in the area.
parse-parm section.
    accept tf-command-line from command-line.
    unstring tf-command-line delimited by all space
        into tf-left-token, tf-right-token.
    if tf-left-token = spaces
        move "*" to tf-left-token
    end-if.
    if tf-right-token = spaces
        move "QA" to tf-right-token
    end-if.
    if tf-left-token not = "*"
        move tf-left-token to tf-left-env
    end-if.
    if tf-right-token not = "*"
        move tf-right-token to tf-right-env
    end-if.
    move tf-left-env to tf-left-label.
    if tf-left-label = spaces
        move "BASE" to tf-left-label
    end-if.
    move tf-right-env to tf-right-label.
    if tf-right-label = spaces
        move "BASE" to tf-right-label
    end-if.
    if tf-left-env = tf-right-env
        display "test-env-parity: both sides name environment "
            function trim(tf-left-label) " -- nothing to compare"
        set tf-setup-failed to true
        exit section
    end-if.
    if tf-right-env = spaces
        perform resolve-right-side
        perform resolve-left-side
    else
        perform resolve-left-side
        perform resolve-right-side
    end-if.
    if tf-setup-ok
        display "test-env-parity: comparing " tf-left-label
            " (" tf-left-log-dsn ") with " tf-right-label
            " (" tf-right-log-dsn ")"
    end-if.

resolve-left-side section.
    if tf-setup-failed
        exit section
    end-if.
    move tf-left-env to tf-env-request.
    call "profile-resolve" using tf-env-request, tf-profile-state.
    if not tf-profile-ready
        display "test-env-parity: environment profile " tf-left-label
            " did not resolve -- stopping"
        set tf-setup-failed to true
        exit section
    end-if.
    move tf-dsn-testlog to tf-left-log-dsn.

resolve-right-side section.
    if tf-setup-failed
        exit section
    end-if.
    move tf-right-env to tf-env-request.
    call "profile-resolve" using tf-env-request, tf-profile-state.
    if not tf-profile-ready
        display "test-env-parity: environment profile "
            tf-right-label " did not resolve -- stopping"
        set tf-setup-failed to true
        exit section
    end-if.
    move tf-dsn-testlog to tf-right-log-dsn.

load-left-log section.
    move "N" to tf-eof-flag.
    open input left-log-file.
    if tf-left-log-status not = "00"
        display "test-env-parity: " tf-left-label " TESTLOG "
            tf-left-log-dsn " not readable (status "
            tf-left-log-status ")"
        exit section
    end-if.
    perform read-left-log.
    perform until tf-at-eof or tf-left-table-full
        perform note-left-record
        perform read-left-log
    end-perform.
    close left-log-file.
    move "00" to tf-left-log-status.

read-left-log section.
    read left-log-file
        at end set tf-at-eof to true
    end-read.

note-left-record section.
    if tf-left-count >= tf-left-max
        display "test-env-parity: tf-left-table is full (max "
            tf-left-max ") -- later " tf-left-label
            " records not compared"
        set tf-left-table-full to true
        exit section
    end-if.
    move zero to tf-occurrence.
    perform count-left-occurrence
        varying tf-scan-idx from 1 by 1
        until tf-scan-idx > tf-left-count.
    move tl-pass-flag to tf-kind.
    perform classify-kind.
    add 1 to tf-left-count.
    move tl-program-name to tf-left-program (tf-left-count).
    move tl-section-name to tf-left-section (tf-left-count).
    move tl-case-id to tf-left-case (tf-left-count).
    compute tf-left-occurrence (tf-left-count) = tf-occurrence + 1.
    move tf-kind to tf-left-kind (tf-left-count).
    move tl-actual to tf-left-actual (tf-left-count).
    move tl-delta to tf-left-delta (tf-left-count).
    move "N" to tf-left-matched-flag (tf-left-count).

count-left-occurrence section.
    if tf-left-program (tf-scan-idx) = tl-program-name
            and tf-left-section (tf-scan-idx) = tl-section-name
            and tf-left-case (tf-scan-idx) = tl-case-id
        add 1 to tf-occurrence
    end-if.

*>  on entry tf-kind holds the pass flag; on exit the outcome
*>  kind compared across environments.
classify-kind section.
    evaluate tf-kind (1:1)
        when "P"
        when "R"
        when "C"
        when "V"
            move "PASS" to tf-kind
        when "F"
        when "W"
            move "FAIL" to tf-kind
        when "S"
            move "SKIP" to tf-kind
        when other
            move "????" to tf-kind
    end-evaluate.

load-right-log section.
    move "N" to tf-eof-flag.
    open input right-log-file.
    if tf-right-log-status not = "00"
        display "test-env-parity: " tf-right-label " TESTLOG "
            tf-right-log-dsn " not readable (status "
            tf-right-log-status ")"
        exit section
    end-if.
    perform read-right-log.
    perform until tf-at-eof or tf-right-table-full
        move tf-right-log-record to tf-right-image
        perform note-right-record
        perform read-right-log
    end-perform.
    close right-log-file.
    move "00" to tf-right-log-status.

read-right-log section.
    read right-log-file
        at end set tf-at-eof to true
    end-read.

note-right-record section.
    if tf-right-count >= tf-right-max
        display "test-env-parity: tf-right-table is full (max "
            tf-right-max ") -- later " tf-right-label
            " records not compared"
        set tf-right-table-full to true
        exit section
    end-if.
    move zero to tf-occurrence.
    perform count-right-occurrence
        varying tf-scan-idx from 1 by 1
        until tf-scan-idx > tf-right-count.
    move tl-right-pass-flag to tf-kind.
    perform classify-kind.
    add 1 to tf-right-count.
    move tl-right-program to tf-right-program-e (tf-right-count).
    move tl-right-section to tf-right-section-e (tf-right-count).
    move tl-right-case to tf-right-case-e (tf-right-count).
    compute tf-right-occurrence (tf-right-count) = tf-occurrence + 1.
    move tf-kind to tf-right-kind (tf-right-count).
    move tl-right-actual to tf-right-actual-e (tf-right-count).
    move tl-right-delta to tf-right-delta-e (tf-right-count).
    move zero to tf-right-match-idx (tf-right-count).

count-right-occurrence section.
    if tf-right-program-e (tf-scan-idx) = tl-right-program
            and tf-right-section-e (tf-scan-idx) = tl-right-section
            and tf-right-case-e (tf-scan-idx) = tl-right-case
        add 1 to tf-occurrence
    end-if.

match-right-entry section.
    perform scan-left-table
        varying tf-left-idx from 1 by 1
        until tf-left-idx > tf-left-count
            or (tf-left-program (tf-left-idx)
                    = tf-right-program-e (tf-right-idx)
                and tf-left-section (tf-left-idx)
                    = tf-right-section-e (tf-right-idx)
                and tf-left-case (tf-left-idx)
                    = tf-right-case-e (tf-right-idx)
                and tf-left-occurrence (tf-left-idx)
                    = tf-right-occurrence (tf-right-idx)).
    if tf-left-idx > tf-left-count
        exit section
    end-if.
    move tf-left-idx to tf-right-match-idx (tf-right-idx).
    move "Y" to tf-left-matched-flag (tf-left-idx).

scan-left-table section.
    continue.

count-differences section.
    perform count-one-right
        varying tf-right-idx from 1 by 1
        until tf-right-idx > tf-right-count.
    perform count-one-left
        varying tf-left-idx from 1 by 1
        until tf-left-idx > tf-left-count.

count-one-right section.
    if tf-right-match-idx (tf-right-idx) = zero
        add 1 to tf-only-count
        exit section
    end-if.
    move tf-right-match-idx (tf-right-idx) to tf-left-idx.
    evaluate true
        when tf-left-kind (tf-left-idx) not = tf-right-kind (tf-right-idx)
            add 1 to tf-outcome-count
        when tf-left-actual (tf-left-idx)
                not = tf-right-actual-e (tf-right-idx)
            add 1 to tf-result-count
        when tf-left-delta (tf-left-idx)
                not = tf-right-delta-e (tf-right-idx)
            add 1 to tf-result-count
    end-evaluate.

count-one-left section.
    if not tf-left-matched (tf-left-idx)
        add 1 to tf-only-count
    end-if.

write-parity-report section.
    open output report-file.
    if tf-report-status not = "00"
        display "test-env-parity: cannot write " tf-dsn-parityrpt
            " (status " tf-report-status ")"
        exit section
    end-if.
    move spaces to tf-report-line.
    string "ENVIRONMENT PARITY " delimited by size
        tf-left-label delimited by space
        " VS " delimited by size
        tf-right-label delimited by space
        into tf-report-line.
    write tf-report-line.
    move spaces to tf-report-line.
    string "==================================" delimited by size
        into tf-report-line.
    write tf-report-line.
    move tf-left-count to tf-count-edit.
    move spaces to tf-report-line.
    string function trim(tf-left-label) delimited by size
        " " delimited by size
        function trim(tf-left-log-dsn) delimited by size
        " records " delimited by size
        tf-count-edit delimited by size into tf-report-line.
    write tf-report-line.
    move tf-right-count to tf-count-edit.
    move spaces to tf-report-line.
    string function trim(tf-right-label) delimited by size
        " " delimited by size
        function trim(tf-right-log-dsn) delimited by size
        " records " delimited by size
        tf-count-edit delimited by size into tf-report-line.
    write tf-report-line.
    move spaces to tf-report-line.
    write tf-report-line.
    move spaces to tf-report-line.
    string "OUTCOME DIFFERS" delimited by size into tf-report-line.
    write tf-report-line.
    move zero to tf-section-count.
    perform write-outcome-line
        varying tf-right-idx from 1 by 1
        until tf-right-idx > tf-right-count.
    perform write-none-if-empty.
    move spaces to tf-report-line.
    write tf-report-line.
    move spaces to tf-report-line.
    string "RESULT DIFFERS" delimited by size into tf-report-line.
    write tf-report-line.
    move zero to tf-section-count.
    perform write-result-lines
        varying tf-right-idx from 1 by 1
        until tf-right-idx > tf-right-count.
    perform write-none-if-empty.
    move spaces to tf-report-line.
    write tf-report-line.
    move spaces to tf-report-line.
    string "RAN IN ONE ENVIRONMENT ONLY" delimited by size
        into tf-report-line.
    write tf-report-line.
    move zero to tf-section-count.
    perform write-left-only-line
        varying tf-left-idx from 1 by 1
        until tf-left-idx > tf-left-count.
    perform write-right-only-line
        varying tf-right-idx from 1 by 1
        until tf-right-idx > tf-right-count.
    perform write-none-if-empty.
    move spaces to tf-report-line.
    write tf-report-line.

    move tf-outcome-count to tf-count-edit.
    move spaces to tf-report-line.
    string "outcome differences  " tf-count-edit delimited by size
        into tf-report-line.
    write tf-report-line.
    move tf-result-count to tf-count-edit.
    move spaces to tf-report-line.
    string "result differences   " tf-count-edit delimited by size
        into tf-report-line.
    write tf-report-line.
    move tf-only-count to tf-count-edit.
    move spaces to tf-report-line.
    string "one environment only " tf-count-edit delimited by size
        into tf-report-line.
    write tf-report-line.
    close report-file.

write-none-if-empty section.
    if tf-section-count = zero
        move spaces to tf-report-line
        string "  (none)" delimited by size into tf-report-line
        write tf-report-line
    end-if.

*>  lays "  program section [case c] [#n]" into the report line
*>  from the right-hand entry at tf-right-idx and leaves
*>  tf-line-ptr after it, so the caller strings the rest on.
start-right-key-line section.
    move spaces to tf-report-line.
    move 1 to tf-line-ptr.
    string "  " delimited by size
        tf-right-program-e (tf-right-idx) delimited by space
        " " delimited by size
        tf-right-section-e (tf-right-idx) delimited by space
        into tf-report-line with pointer tf-line-ptr.
    if tf-right-case-e (tf-right-idx) not = spaces
        string " case " delimited by size
            tf-right-case-e (tf-right-idx) delimited by space
            into tf-report-line with pointer tf-line-ptr
    end-if.
    if tf-right-occurrence (tf-right-idx) > 1
        move tf-right-occurrence (tf-right-idx) to tf-occurrence-edit
        string " #" delimited by size
            function trim(tf-occurrence-edit) delimited by size
            into tf-report-line with pointer tf-line-ptr
    end-if.

start-left-key-line section.
    move spaces to tf-report-line.
    move 1 to tf-line-ptr.
    string "  " delimited by size
        tf-left-program (tf-left-idx) delimited by space
        " " delimited by size
        tf-left-section (tf-left-idx) delimited by space
        into tf-report-line with pointer tf-line-ptr.
    if tf-left-case (tf-left-idx) not = spaces
        string " case " delimited by size
            tf-left-case (tf-left-idx) delimited by space
            into tf-report-line with pointer tf-line-ptr
    end-if.
    if tf-left-occurrence (tf-left-idx) > 1
        move tf-left-occurrence (tf-left-idx) to tf-occurrence-edit
        string " #" delimited by size
            function trim(tf-occurrence-edit) delimited by size
            into tf-report-line with pointer tf-line-ptr
    end-if.

write-outcome-line section.
    if tf-right-match-idx (tf-right-idx) = zero
        exit section
    end-if.
    move tf-right-match-idx (tf-right-idx) to tf-left-idx.
    if tf-left-kind (tf-left-idx) = tf-right-kind (tf-right-idx)
        exit section
    end-if.
    add 1 to tf-section-count.
    perform start-right-key-line.
    string "  " delimited by size
        tf-left-label delimited by space
        "=" delimited by size
        tf-left-kind (tf-left-idx) delimited by size
        " " delimited by size
        tf-right-label delimited by space
        "=" delimited by size
        tf-right-kind (tf-right-idx) delimited by size
        into tf-report-line with pointer tf-line-ptr.
    write tf-report-line.

*>  the key line, then each side's actual and delta beneath it.
write-result-lines section.
    if tf-right-match-idx (tf-right-idx) = zero
        exit section
    end-if.
    move tf-right-match-idx (tf-right-idx) to tf-left-idx.
    if tf-left-kind (tf-left-idx) not = tf-right-kind (tf-right-idx)
        exit section
    end-if.
    if tf-left-actual (tf-left-idx) = tf-right-actual-e (tf-right-idx)
            and tf-left-delta (tf-left-idx)
                = tf-right-delta-e (tf-right-idx)
        exit section
    end-if.
    add 1 to tf-section-count.
    perform start-right-key-line.
    string "  both " delimited by size
        tf-right-kind (tf-right-idx) delimited by size
        into tf-report-line with pointer tf-line-ptr.
    write tf-report-line.
    move spaces to tf-report-line.
    string "      " tf-left-label " actual=[" delimited by size
        function trim(tf-left-actual (tf-left-idx)) delimited by size
        "] delta=[" delimited by size
        function trim(tf-left-delta (tf-left-idx)) delimited by size
        "]" delimited by size
        into tf-report-line.
    write tf-report-line.
    move spaces to tf-report-line.
    string "      " tf-right-label " actual=[" delimited by size
        function trim(tf-right-actual-e (tf-right-idx))
            delimited by size
        "] delta=[" delimited by size
        function trim(tf-right-delta-e (tf-right-idx))
            delimited by size
        "]" delimited by size
        into tf-report-line.
    write tf-report-line.

write-left-only-line section.
    if tf-left-matched (tf-left-idx)
        exit section
    end-if.
    add 1 to tf-section-count.
    perform start-left-key-line.
    string "  ran only in " delimited by size
        tf-left-label delimited by space
        " (" delimited by size
        tf-left-kind (tf-left-idx) delimited by size
        ")" delimited by size
        into tf-report-line with pointer tf-line-ptr.
    write tf-report-line.

write-right-only-line section.
    if tf-right-match-idx (tf-right-idx) not = zero
        exit section
    end-if.
    add 1 to tf-section-count.
    perform start-right-key-line.
    string "  ran only in " delimited by size
        tf-right-label delimited by space
        " (" delimited by size
        tf-right-kind (tf-right-idx) delimited by size
        ")" delimited by size
        into tf-report-line with pointer tf-line-ptr.
    write tf-report-line.

end program test-env-parity.
