       >>SOURCE FORMAT FREE
*>**
*>  impact-select ...TK
*>
*>  change-impact selection for test-suite-runner's IMPACT mode:
*>
*>    call "impact-select" using report-switch, state.
*>
*>  reads the release's changed members off CHGLIST
*>  (copybooks/testchg.cpy), finds every cataloged test program
*>  TESTMAP (copybooks/testmap.cpy) maps to one of them, and
*>  flags those entries in the external tf-selection-area
*>  (copybooks/testsel.cpy) at their catalog index.  every
*>  prerequisite of a selected entry is then flagged too, all the
*>  way up its chain -- catalog-load guarantees a prerequisite is
*>  cataloged earlier, so one backward sweep of the catalog
*>  closes the chain -- and the runner's prerequisite skip logic
*>  keeps its producer to judge.
*>
*>  with the report switch "Y" the selection is written to SELRPT:
*>  each changed member and the tests it selected, the catalog
*>  entries the run will walk and why, and the changed members
*>  with NO test mapped at all -- the part of the release this
*>  targeted run cannot vouch for.  a split run selects in every
*>  stream (the flags must be in each stream's storage) but only
*>  one stream writes the report.
*>
*>  state comes back "L" when the selection is loaded, "E" when
*>  CHGLIST or TESTMAP cannot be read or CHGLIST lists nothing,
*>  and "Z" when CHGLIST loaded but not one changed member maps
*>  to a cataloged test (SELRPT is still written, so the unmapped
*>  members can be seen): an IMPACT run with no selection is a
*>  configuration break, not a quiet run of nothing that ends
*>  clean.  the catalog must already be loaded.
*>**
identification division.
program-id. impact-select.
environment division.
configuration section.
repository. function all intrinsic.
input-output section.
file-control.
    select testmap-file assign using tf-dsn-testmap
        organization is line sequential
        file status is tf-testmap-status.
    select chglist-file assign using tf-dsn-chglist
        organization is line sequential
        file status is tf-chglist-status.
    select report-file assign using tf-dsn-selrpt
        organization is line sequential
        file status is tf-report-status.
data division.
file section.
fd testmap-file.
copy testmap.
fd chglist-file.
copy testchg.
fd report-file.
*>  worst case: ~40 bytes of literal text, two 30-byte names and
*>  the member type; sized well past that.
01 tf-report-line pic x(132).
working-storage section.
copy testcat.
copy testsel.
copy testdsn.
01 tf-testmap-status pic x(02).
01 tf-chglist-status pic x(02).
01 tf-report-status pic x(02).
01 tf-env-request pic x(10) value spaces.
01 tf-profile-state pic x(01).
01 tf-eof-flag pic x(01) value "N".
    88 tf-at-eof value "Y".
01 tf-catalog-idx pic 9(04) comp value zero.
01 tf-prereq-idx pic 9(04) comp value zero.
01 tf-map-count pic 9(04) comp value zero.
01 tf-map-idx pic 9(04) comp value zero.
01 tf-map-max pic 9(04) comp value 500.
01 tf-map-overflow-flag pic x(01) value "N".
    88 tf-map-table-full value "Y".
01 tf-map-table.
    05 tf-map-entry occurs 500 times.
        10 tf-map-program pic x(30).
        10 tf-map-member pic x(30).
01 tf-change-count pic 9(04) comp value zero.
01 tf-change-idx pic 9(04) comp value zero.
01 tf-change-max pic 9(04) comp value 200.
01 tf-change-overflow-flag pic x(01) value "N".
    88 tf-change-table-full value "Y".
01 tf-change-table.
    05 tf-change-entry occurs 200 times.
        10 tf-change-member pic x(30).
        10 tf-change-type pic x(04).
        10 tf-change-hits pic 9(04) comp.
01 tf-unmapped-count pic 9(04) comp value zero.
01 tf-mapped-count pic 9(04) comp value zero.
01 tf-prereq-count pic 9(04) comp value zero.
01 tf-count-edit pic z(03)9.
01 tf-section-count pic 9(04) comp value zero.

linkage section.
01 tf-select-report-switch pic x(01).
    88 tf-select-report-wanted value "Y".
01 tf-select-state pic x(01).

procedure division using tf-select-report-switch tf-select-state.
impact-select-main.
    move "E" to tf-select-state.
    call "profile-resolve" using tf-env-request, tf-profile-state.
    move zero to tf-select-count.
    perform clear-one-flag
        varying tf-catalog-idx from 1 by 1
        until tf-catalog-idx > 100.
    perform load-testmap.
    if tf-testmap-status not = "00"
        display "impact-select: TESTMAP " tf-dsn-testmap
            " not readable (status " tf-testmap-status
            ") -- nothing selected"
        goback
    end-if.
    perform load-chglist.
    if tf-chglist-status not = "00"
        display "impact-select: CHGLIST " tf-dsn-chglist
            " not readable (status " tf-chglist-status
            ") -- nothing selected"
        goback
    end-if.
    if tf-change-count = zero
        display "impact-select: CHGLIST " tf-dsn-chglist
            " lists no changed members -- nothing selected"
        goback
    end-if.
    perform select-for-change
        varying tf-change-idx from 1 by 1
        until tf-change-idx > tf-change-count.
    perform pull-in-prereq
        varying tf-catalog-idx from tf-catalog-count by -1
        until tf-catalog-idx < 1.
    perform count-one-selection
        varying tf-catalog-idx from 1 by 1
        until tf-catalog-idx > tf-catalog-count.
    display "impact-select: " tf-change-count " changed member(s) "
        "selected " tf-mapped-count " test program(s) plus "
        tf-prereq-count " prerequisite(s); " tf-unmapped-count
        " member(s) have no test mapped".
    if tf-select-report-wanted
        perform write-selection-report
    end-if.
    if tf-select-count = zero
        display "impact-select: no changed member maps to a "
            "cataloged test -- nothing selected"
        move "Z" to tf-select-state
        goback
    end-if.
    move "L" to tf-select-state.
    goback.

clear-one-flag section.
    move space to tf-select-flag (tf-catalog-idx).

load-testmap section.
    move "N" to tf-eof-flag.
    open input testmap-file.
    if tf-testmap-status not = "00"
        exit section
    end-if.
    perform read-testmap.
    perform until tf-at-eof or tf-map-table-full
        if tf-map-count >= tf-map-max
            display "impact-select: tf-map-table is full (max "
                tf-map-max ") -- later TESTMAP rows ignored"
            set tf-map-table-full to true
        else
            if mp-test-program not = spaces
                    and mp-member-name not = spaces
                add 1 to tf-map-count
                move mp-test-program to tf-map-program (tf-map-count)
                move mp-member-name to tf-map-member (tf-map-count)
            end-if
            perform read-testmap
        end-if
    end-perform.
    close testmap-file.
    move "00" to tf-testmap-status.

read-testmap section.
    read testmap-file
        at end set tf-at-eof to true
    end-read.

*>  a member listed twice in CHGLIST is one change.
load-chglist section.
    move "N" to tf-eof-flag.
    open input chglist-file.
    if tf-chglist-status not = "00"
        exit section
    end-if.
    perform read-chglist.
    perform until tf-at-eof or tf-change-table-full
        if cg-member-name not = spaces
            perform note-change
        end-if
        perform read-chglist
    end-perform.
    close chglist-file.
    move "00" to tf-chglist-status.

read-chglist section.
    read chglist-file
        at end set tf-at-eof to true
    end-read.

note-change section.
    perform scan-change-table
        varying tf-change-idx from 1 by 1
        until tf-change-idx > tf-change-count
            or cg-member-name = tf-change-member (tf-change-idx).
    if tf-change-idx <= tf-change-count
        exit section
    end-if.
    if tf-change-count >= tf-change-max
        display "impact-select: tf-change-table is full (max "
            tf-change-max ") -- later CHGLIST members ignored"
        set tf-change-table-full to true
        exit section
    end-if.
    add 1 to tf-change-count.
    move cg-member-name to tf-change-member (tf-change-count).
    move cg-member-type to tf-change-type (tf-change-count).
    move zero to tf-change-hits (tf-change-count).

scan-change-table section.
    continue.

select-for-change section.
    perform match-one-mapping
        varying tf-map-idx from 1 by 1
        until tf-map-idx > tf-map-count.
    if tf-change-hits (tf-change-idx) = zero
        add 1 to tf-unmapped-count
    end-if.

*>  a mapping whose test program is not cataloged selects
*>  nothing -- it is counted against the member as no test.
match-one-mapping section.
    if tf-map-member (tf-map-idx) not = tf-change-member (tf-change-idx)
        exit section
    end-if.
    perform scan-catalog
        varying tf-catalog-idx from 1 by 1
        until tf-catalog-idx > tf-catalog-count
            or tf-catalog-program (tf-catalog-idx)
                = tf-map-program (tf-map-idx).
    if tf-catalog-idx > tf-catalog-count
        exit section
    end-if.
    add 1 to tf-change-hits (tf-change-idx).
    move "M" to tf-select-flag (tf-catalog-idx).

scan-catalog section.
    continue.

pull-in-prereq section.
    if not tf-selected (tf-catalog-idx)
            or tf-catalog-prereq (tf-catalog-idx) = spaces
        exit section
    end-if.
    perform scan-catalog-for-prereq
        varying tf-prereq-idx from 1 by 1
        until tf-prereq-idx > tf-catalog-count
            or tf-catalog-program (tf-prereq-idx)
                = tf-catalog-prereq (tf-catalog-idx).
    if tf-prereq-idx > tf-catalog-count
        exit section
    end-if.
    if not tf-selected (tf-prereq-idx)
        move "P" to tf-select-flag (tf-prereq-idx)
    end-if.

scan-catalog-for-prereq section.
    continue.

count-one-selection section.
    evaluate true
        when tf-selected-mapped (tf-catalog-idx)
            add 1 to tf-mapped-count
            add 1 to tf-select-count
        when tf-selected-prereq (tf-catalog-idx)
            add 1 to tf-prereq-count
            add 1 to tf-select-count
    end-evaluate.

write-selection-report section.
    open output report-file.
    if tf-report-status not = "00"
        display "impact-select: cannot write " tf-dsn-selrpt
            " (status " tf-report-status ")"
        exit section
    end-if.
    move spaces to tf-report-line.
    string "CHANGE-IMPACT SELECTION" delimited by size
        into tf-report-line.
    write tf-report-line.
    move spaces to tf-report-line.
    string "=======================" delimited by size
        into tf-report-line.
    write tf-report-line.
    move tf-change-count to tf-count-edit.
    move spaces to tf-report-line.
    string "changed members " tf-count-edit delimited by size
        into tf-report-line.
    write tf-report-line.
    move tf-select-count to tf-count-edit.
    move spaces to tf-report-line.
    string "catalog entries " tf-count-edit delimited by size
        into tf-report-line.
    write tf-report-line.
    move spaces to tf-report-line.
    write tf-report-line.
    move spaces to tf-report-line.
    string "CHANGED MEMBERS" delimited by size into tf-report-line.
    write tf-report-line.
    perform write-change-lines
        varying tf-change-idx from 1 by 1
        until tf-change-idx > tf-change-count.
    move spaces to tf-report-line.
    write tf-report-line.
    move spaces to tf-report-line.
    string "CATALOG ENTRIES SELECTED" delimited by size
        into tf-report-line.
    write tf-report-line.
    perform write-selected-line
        varying tf-catalog-idx from 1 by 1
        until tf-catalog-idx > tf-catalog-count.
    if tf-select-count = zero
        move spaces to tf-report-line
        string "  (none -- no changed member maps to a cataloged "
            "test)" delimited by size into tf-report-line
        write tf-report-line
    end-if.
    move spaces to tf-report-line.
    write tf-report-line.
    move spaces to tf-report-line.
    string "CHANGED MEMBERS WITH NO TEST MAPPED" delimited by size
        into tf-report-line.
    write tf-report-line.
    move zero to tf-section-count.
    perform write-unmapped-line
        varying tf-change-idx from 1 by 1
        until tf-change-idx > tf-change-count.
    if tf-section-count = zero
        move spaces to tf-report-line
        string "  (none)" delimited by size into tf-report-line
        write tf-report-line
    end-if.
    close report-file.

*>  one line per member/test pair, so a member that selects
*>  three tests shows all three.
write-change-lines section.
    if tf-change-hits (tf-change-idx) = zero
        move spaces to tf-report-line
        string "  " delimited by size
            tf-change-member (tf-change-idx) delimited by space
            " " delimited by size
            tf-change-type (tf-change-idx) delimited by space
            "  -> NO TEST MAPPED" delimited by size
            into tf-report-line
        write tf-report-line
        exit section
    end-if.
    perform write-one-pair
        varying tf-map-idx from 1 by 1
        until tf-map-idx > tf-map-count.

write-one-pair section.
    if tf-map-member (tf-map-idx) not = tf-change-member (tf-change-idx)
        exit section
    end-if.
    perform scan-catalog
        varying tf-catalog-idx from 1 by 1
        until tf-catalog-idx > tf-catalog-count
            or tf-catalog-program (tf-catalog-idx)
                = tf-map-program (tf-map-idx).
    move spaces to tf-report-line.
    if tf-catalog-idx > tf-catalog-count
        string "  " delimited by size
            tf-change-member (tf-change-idx) delimited by space
            " " delimited by size
            tf-change-type (tf-change-idx) delimited by space
            "  -> " delimited by size
            tf-map-program (tf-map-idx) delimited by space
            " (not cataloged)" delimited by size
            into tf-report-line
    else
        string "  " delimited by size
            tf-change-member (tf-change-idx) delimited by space
            " " delimited by size
            tf-change-type (tf-change-idx) delimited by space
            "  -> " delimited by size
            tf-map-program (tf-map-idx) delimited by space
            into tf-report-line
    end-if.
    write tf-report-line.

write-selected-line section.
    if not tf-selected (tf-catalog-idx)
        exit section
    end-if.
    move spaces to tf-report-line.
    if tf-selected-mapped (tf-catalog-idx)
        string "  " delimited by size
            tf-catalog-program (tf-catalog-idx) delimited by space
            "  mapped to a changed member" delimited by size
            into tf-report-line
    else
        string "  " delimited by size
            tf-catalog-program (tf-catalog-idx) delimited by space
            "  prerequisite of a selected test" delimited by size
            into tf-report-line
    end-if.
    write tf-report-line.

write-unmapped-line section.
    if tf-change-hits (tf-change-idx) > zero
        exit section
    end-if.
    add 1 to tf-section-count.
    move spaces to tf-report-line.
    string "  " delimited by size
        tf-change-member (tf-change-idx) delimited by space
        " " delimited by size
        tf-change-type (tf-change-idx) delimited by space
        into tf-report-line.
    write tf-report-line.

end program impact-select.
