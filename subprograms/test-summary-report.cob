01 tf-captured-count pic 9(05) comp value zero.
01 tf-retried-count pic 9(05) comp value zero.
01 tf-skipped-count pic 9(05) comp value zero.
01 tf-vacuous-count pic 9(05) comp value zero.
01 tf-edited-total pic zzzz9.
01 tf-edited-pass pic zzzz9.
01 tf-edited-fail pic zzzz9.
01 tf-edited-captured pic zzzz9.
01 tf-edited-retried pic zzzz9.
01 tf-edited-skipped pic zzzz9.
01 tf-edited-vacuous pic zzzz9.

procedure division.
build-report.
        when tl-skipped
            add 1 to tf-skipped-count
            perform write-skipped-line
        when tl-vacuous
            add 1 to tf-pass-count
            add 1 to tf-vacuous-count
            perform write-vacuous-line
        when other
            add 1 to tf-pass-count
    end-evaluate.
        into tf-report-line.
    write tf-report-line.

*>  a VACUOUS-run pass that went on passing with its expected
*>  side perturbed: counted in PASS=, because it did pass, and
*>  named here, because the pass proves nothing.
write-vacuous-line section.
    move spaces to tf-report-line.
    string "VACU  " delimited by size
        tl-program-name delimited by space
        " / " delimited by size
        tl-section-name delimited by space
        "  case [" delimited by size
        tl-case-id delimited by space
        "] passed a perturbed expected [" delimited by size
        tl-expected delimited by space
        "]" delimited by size
        into tf-report-line.
    write tf-report-line.

write-report-totals section.
    move spaces to tf-report-line.
    write tf-report-line.
    move tf-captured-count to tf-edited-captured.
    move tf-retried-count to tf-edited-retried.
    move tf-skipped-count to tf-edited-skipped.
    move tf-vacuous-count to tf-edited-vacuous.
    move spaces to tf-report-line.
    string "TOTAL=" delimited by size
        function trim(tf-edited-total) delimited by size
        function trim(tf-edited-retried) delimited by size
        "  SKIPPED=" delimited by size
        function trim(tf-edited-skipped) delimited by size
        "  VACUOUS=" delimited by size
        function trim(tf-edited-vacuous) delimited by size
        into tf-report-line.
    write tf-report-line.

