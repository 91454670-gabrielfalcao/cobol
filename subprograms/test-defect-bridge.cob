       >>SOURCE FORMAT FREE
*>**
*>  test-defect-bridge ...TK
*>
*>  the interface between the nightly breaks and the defect
*>  tracker, both directions, run after the suite (and after
*>  test-shard-merge on a split night):
*>
*>  outbound -- every NEW failure, classified by delta-classify
*>  (the same table test-delta-report's NEW FAILURES section is
*>  printed from), that carries no tl-ticket becomes one "open
*>  ticket" request on DEFECTOUT (copybooks/testdfot.cpy):
*>  program/section/case, expected vs actual, the amount delta,
*>  and the run id off RUNSTAT.  STILL FAILING rows are not
*>  re-raised -- their ticket was asked for the night they were
*>  new.  a VACUOUS run raises nothing; delta-classify takes no
*>  delta from it.
*>
*>  inbound -- the tracker's DEFECTIN status feed
*>  (copybooks/testdfin.cpy) is reconciled two ways:
*>    - every WAIVERS row whose ticket is closed, or unknown to
*>      the tracker, is listed: a waiver nobody is working is a
*>      break hidden from the summary, not a scheduled fix;
*>    - every failing TESTLOG record ("F", or "W" absorbed by a
*>      waiver) whose ticket was closed as FIXED is listed: the
*>      fix did not hold.
*>  both land on DEFECTRPT.  return code 4 when the
*>  reconciliation found anything, 8 when DEFECTIN could not be
*>  read or held more tickets than the bridge can hold (the
*>  outbound requests are still written, but nothing is
*>  reconciled against a feed only partly loaded -- every ticket
*>  past the cut would read as unknown), when DEFECTOUT or
*>  DEFECTRPT cannot be written, or when the profile will not
*>  resolve.
*>
*>  PARM token one names the environment profile; blank means
*>  the base dataset names.
*>**
identification division.
program-id. test-defect-bridge.
environment division.
configuration section.
repository. function all intrinsic.
input-output section.
file-control.
    select runstat-file assign using tf-dsn-runstat
        organization is line sequential
        file status is tf-runstat-status.
    select defectout-file assign using tf-dsn-defectout
        organization is line sequential
        file status is tf-defectout-status.
    select defectin-file assign using tf-dsn-defectin
        organization is line sequential
        file status is tf-defectin-status.
    select waiver-file assign using tf-dsn-waivers
        organization is line sequential
        file status is tf-waiver-status.
    select testlog-file assign using tf-dsn-testlog
        organization is line sequential
        file status is tf-testlog-status.
    select report-file assign using tf-dsn-defectrpt
        organization is line sequential
        file status is tf-report-status.
data division.
file section.
fd runstat-file.
copy testrst.
fd defectout-file.
copy testdfot.
fd defectin-file.
copy testdfin.
fd waiver-file.
copy testwaiv.
fd testlog-file.
copy testlog.
fd report-file.
*>  worst case: ~50 bytes of literal text, two 30-byte names,
*>  the case, the ticket and two 60-byte values; sized well past
*>  that so a reconciliation line can never be cut short.
01 tf-report-line pic x(260).
working-storage section.
copy testdsn.
copy testdlta.
01 tf-runstat-status pic x(02).
01 tf-defectout-status pic x(02).
01 tf-defectin-status pic x(02).
01 tf-waiver-status pic x(02).
01 tf-testlog-status pic x(02).
01 tf-report-status pic x(02).
01 tf-command-line pic x(80) value spaces.
01 tf-env-token pic x(10) value spaces.
01 tf-profile-state pic x(01).
    88 tf-profile-ready value "R".
01 tf-delta-state pic x(01).
    88 tf-delta-loaded value "L".
    88 tf-delta-vacuous value "V".
01 tf-delta-idx pic 9(04) comp value zero.
01 tf-eof-flag pic x(01) value "N".
    88 tf-at-eof value "Y".
01 tf-run-id pic x(16) value spaces.
01 tf-feed-flag pic x(01) value "N".
    88 tf-feed-loaded value "Y".
    88 tf-feed-partial value "P".
01 tf-defectout-flag pic x(01) value "N".
    88 tf-defectout-failed value "Y".
01 tf-ticket-count pic 9(04) comp value zero.
01 tf-ticket-idx pic 9(04) comp value zero.
01 tf-ticket-max pic 9(04) comp value 500.
01 tf-ticket-overflow-flag pic x(01) value "N".
    88 tf-ticket-table-full value "Y".
01 tf-ticket-table.
    05 tf-ticket-entry occurs 500 times.
        10 tf-tk-ticket pic x(12).
        10 tf-tk-status pic x(10).
            88 tf-tk-fixed value "FIXED".
            88 tf-tk-closed values "FIXED", "CLOSED".
        10 tf-tk-closed-date pic x(10).
01 tf-want-ticket pic x(12).
01 tf-request-count pic 9(05) comp value zero.
01 tf-waiver-finding-count pic 9(05) comp value zero.
01 tf-fixed-finding-count pic 9(05) comp value zero.
01 tf-line-ptr pic 9(04) comp.
01 tf-count-edit pic z(04)9.

procedure division.
bridge-defects.
    perform resolve-profile.
    if not tf-profile-ready
        move 8 to return-code
        goback
    end-if.
    call "delta-classify" using tf-delta-state.
    perform read-run-id.
    open output report-file.
    if tf-report-status not = "00"
        display "test-defect-bridge: cannot write " tf-dsn-defectrpt
            " (status " tf-report-status ") -- stopping"
        move 8 to return-code
        goback
    end-if.
    perform write-report-title.
    perform write-outbound.
    perform load-tracker-feed.
    if tf-feed-loaded
        perform reconcile-waivers
        perform reconcile-fixed-failures
    else
        perform write-feed-not-loaded
    end-if.
    close report-file.
    display "test-defect-bridge: " tf-request-count
        " ticket request(s), " tf-waiver-finding-count
        " waiver finding(s), " tf-fixed-finding-count
        " failure(s) on fixed tickets".
    evaluate true
        when not tf-feed-loaded
            move 8 to return-code
        when tf-defectout-failed
            move 8 to return-code
        when tf-waiver-finding-count > zero
                or tf-fixed-finding-count > zero
            move 4 to return-code
        when other
            move zero to return-code
    end-evaluate.
    goback.

resolve-profile section.
    accept tf-command-line from command-line.
    unstring tf-command-line delimited by all space
        into tf-env-token.
    call "profile-resolve" using tf-env-token, tf-profile-state.
    if not tf-profile-ready
        display "test-defect-bridge: environment profile did not "
            "resolve -- stopping"
    end-if.

*>  the run id every request carries is the one the night's
*>  RUNSTAT record was stamped with (the consolidated record on
*>  a split night).
read-run-id section.
    move "UNKNOWN" to tf-run-id.
    open input runstat-file.
    if tf-runstat-status not = "00"
        exit section
    end-if.
    read runstat-file
        at end move "10" to tf-runstat-status
    end-read.
    if tf-runstat-status = "00"
        move rs-run-id to tf-run-id
    end-if.
    close runstat-file.

write-report-title section.
    move spaces to tf-report-line.
    string "DEFECT TRACKER RECONCILIATION" delimited by size
        into tf-report-line.
    write tf-report-line.
    move spaces to tf-report-line.
    string "=============================" delimited by size
        into tf-report-line.
    write tf-report-line.
    move spaces to tf-report-line.
    string "run " delimited by size
        tf-run-id delimited by space
        "  env " delimited by size
        tf-env-name delimited by space
        into tf-report-line.
    write tf-report-line.

write-outbound section.
    move spaces to tf-report-line.
    write tf-report-line.
    move spaces to tf-report-line.
    string "TICKET REQUESTS WRITTEN TO DEFECTOUT" delimited by size
        into tf-report-line.
    write tf-report-line.
    open output defectout-file.
    if tf-defectout-status not = "00"
        display "test-defect-bridge: cannot write " tf-dsn-defectout
            " (status " tf-defectout-status ")"
        move spaces to tf-report-line
        string "  DEFECTOUT not writable -- no requests raised"
            delimited by size into tf-report-line
        write tf-report-line
        set tf-defectout-failed to true
        exit section
    end-if.
    if tf-delta-loaded
        perform write-one-request
            varying tf-delta-idx from 1 by 1
            until tf-delta-idx > tf-delta-count
    end-if.
    close defectout-file.
    if tf-delta-vacuous
        move spaces to tf-report-line
        string "  VACUOUS run -- no delta taken, no requests raised"
            delimited by size into tf-report-line
        write tf-report-line
        exit section
    end-if.
    if tf-request-count = zero
        move spaces to tf-report-line
        string "  (none)" delimited by size into tf-report-line
        write tf-report-line
    end-if.

write-one-request section.
    if not tf-delta-new (tf-delta-idx)
            or tf-delta-ticket (tf-delta-idx) not = spaces
        exit section
    end-if.
    move spaces to dq-record.
    set dq-open-ticket to true.
    move tf-run-id to dq-run-id.
    move tf-env-name to dq-env-name.
    move tf-delta-program (tf-delta-idx) to dq-program-name.
    move tf-delta-section (tf-delta-idx) to dq-section-name.
    move tf-delta-case (tf-delta-idx) to dq-case-id.
    move tf-delta-expected (tf-delta-idx) to dq-expected.
    move tf-delta-actual (tf-delta-idx) to dq-actual.
    move tf-delta-amount-delta (tf-delta-idx) to dq-delta.
    write dq-record.
    add 1 to tf-request-count.
    move spaces to tf-report-line.
    string "  " delimited by size
        dq-program-name delimited by space
        " / " delimited by size
        dq-section-name delimited by space
        " / " delimited by size
        dq-case-id delimited by space
        "  expected [" delimited by size
        function trim(dq-expected) delimited by size
        "] actual [" delimited by size
        function trim(dq-actual) delimited by size
        "]" delimited by size
        into tf-report-line.
    write tf-report-line.

load-tracker-feed section.
    move "N" to tf-eof-flag.
    open input defectin-file.
    if tf-defectin-status not = "00"
        exit section
    end-if.
    set tf-feed-loaded to true.
    perform read-defectin.
    perform until tf-at-eof or tf-ticket-table-full
        if tf-ticket-count >= tf-ticket-max
            display "test-defect-bridge: tf-ticket-table is full (max "
                tf-ticket-max ") -- DEFECTIN not fully loaded"
            set tf-ticket-table-full to true
            set tf-feed-partial to true
        else
            add 1 to tf-ticket-count
            move di-ticket to tf-tk-ticket (tf-ticket-count)
            move di-status to tf-tk-status (tf-ticket-count)
            move di-closed-date to tf-tk-closed-date (tf-ticket-count)
            perform read-defectin
        end-if
    end-perform.
    close defectin-file.

*>  a feed cut short at the table's limit is no better than no
*>  feed: every ticket past the cut would read as unknown.
write-feed-not-loaded section.
    move spaces to tf-report-line.
    write tf-report-line.
    move spaces to tf-report-line.
    if tf-feed-partial
        move tf-ticket-max to tf-count-edit
        string "DEFECTIN " delimited by size
            tf-dsn-defectin delimited by space
            " holds more than " delimited by size
            function trim(tf-count-edit) delimited by size
            " tickets -- feed not fully loaded, inbound "
            "reconciliation NOT done" delimited by size
            into tf-report-line
    else
        string "DEFECTIN " delimited by size
            tf-dsn-defectin delimited by space
            " not readable (status " delimited by size
            tf-defectin-status delimited by size
            ") -- inbound reconciliation NOT done" delimited by size
            into tf-report-line
    end-if.
    write tf-report-line.

read-defectin section.
    read defectin-file
        at end set tf-at-eof to true
    end-read.

find-ticket section.
    perform scan-ticket-table
        varying tf-ticket-idx from 1 by 1
        until tf-ticket-idx > tf-ticket-count
            or tf-want-ticket = tf-tk-ticket (tf-ticket-idx).
    if tf-ticket-idx > tf-ticket-count
        move zero to tf-ticket-idx
    end-if.

scan-ticket-table section.
    continue.

*>  a blank wv-ticket is unknown to the tracker by definition --
*>  a waiver with no ticket behind it is the worst case of all.
reconcile-waivers section.
    move spaces to tf-report-line.
    write tf-report-line.
    move spaces to tf-report-line.
    string "WAIVERS ON CLOSED OR UNKNOWN TICKETS" delimited by size
        into tf-report-line.
    write tf-report-line.
    move "N" to tf-eof-flag.
    open input waiver-file.
    if tf-waiver-status = "00"
        perform read-waiver
        perform until tf-at-eof
            perform check-one-waiver
            perform read-waiver
        end-perform
        close waiver-file
    end-if.
    if tf-waiver-finding-count = zero
        move spaces to tf-report-line
        string "  (none)" delimited by size into tf-report-line
        write tf-report-line
    end-if.

read-waiver section.
    read waiver-file
        at end set tf-at-eof to true
    end-read.

check-one-waiver section.
    move wv-ticket to tf-want-ticket.
    move zero to tf-ticket-idx.
    if tf-want-ticket not = spaces
        perform find-ticket
    end-if.
    if tf-ticket-idx > zero
        if not tf-tk-closed (tf-ticket-idx)
            exit section
        end-if
    end-if.
    add 1 to tf-waiver-finding-count.
    move spaces to tf-report-line.
    move 1 to tf-line-ptr.
    string "  " delimited by size
        wv-program-name delimited by space
        " / " delimited by size
        wv-section-name delimited by space
        "  ticket [" delimited by size
        wv-ticket delimited by space
        "] waiver expires " delimited by size
        wv-expiry-date delimited by size
        into tf-report-line with pointer tf-line-ptr.
    if tf-ticket-idx = zero
        string "  -- UNKNOWN to the tracker" delimited by size
            into tf-report-line with pointer tf-line-ptr
    else
        string "  -- " delimited by size
            tf-tk-status (tf-ticket-idx) delimited by space
            " on " delimited by size
            tf-tk-closed-date (tf-ticket-idx) delimited by size
            into tf-report-line with pointer tf-line-ptr
    end-if.
    write tf-report-line.

reconcile-fixed-failures section.
    move spaces to tf-report-line.
    write tf-report-line.
    move spaces to tf-report-line.
    string "FAILURES ON TICKETS CLOSED AS FIXED" delimited by size
        into tf-report-line.
    write tf-report-line.
    move "N" to tf-eof-flag.
    open input testlog-file.
    if tf-testlog-status = "00"
        perform read-testlog
        perform until tf-at-eof
            if (tl-failed or tl-waived) and tl-ticket not = spaces
                perform check-one-failure
            end-if
            perform read-testlog
        end-perform
        close testlog-file
    end-if.
    if tf-fixed-finding-count = zero
        move spaces to tf-report-line
        string "  (none)" delimited by size into tf-report-line
        write tf-report-line
    end-if.

read-testlog section.
    read testlog-file
        at end set tf-at-eof to true
    end-read.

check-one-failure section.
    move tl-ticket to tf-want-ticket.
    perform find-ticket.
    if tf-ticket-idx = zero
        exit section
    end-if.
    if not tf-tk-fixed (tf-ticket-idx)
        exit section
    end-if.
    add 1 to tf-fixed-finding-count.
    move spaces to tf-report-line.
    string "  " delimited by size
        tl-program-name delimited by space
        " / " delimited by size
        tl-section-name delimited by space
        " / " delimited by size
        tl-case-id delimited by space
        "  " delimited by size
        tl-pass-flag delimited by size
        "  ticket [" delimited by size
        tl-ticket delimited by space
        "] fixed " delimited by size
        tf-tk-closed-date (tf-ticket-idx) delimited by size
        "  expected [" delimited by size
        function trim(tl-expected) delimited by size
        "] actual [" delimited by size
        function trim(tl-actual) delimited by size
        "]" delimited by size
        into tf-report-line.
    write tf-report-line.

end program test-defect-bridge.
