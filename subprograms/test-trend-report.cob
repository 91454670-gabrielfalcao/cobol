*>  tag filter, run mode, and environment profile (defaults ALL,
*>  CONTINUE, and the base dataset names).  only
*>  runs archived with matching parms are counted, so a smoke
*>  run's history is never mixed into a full regression trend --
*>  and only runs archived under the same environment, so a QA
*>  history is never read into a DEV trend.
*>
*>  when TESTHIST holds fewer runs than the window asks for --
*>  test-hist-retention has purged the older detail -- the
note-run-id section.
    if th-tag-filter not = tf-tag-filter
            or th-run-mode not = tf-run-mode
            or th-env-name not = tf-env-name
        exit section
    end-if.
    if tf-run-count > 0
accumulate-record section.
    if th-tag-filter not = tf-tag-filter
            or th-run-mode not = tf-run-mode
            or th-env-name not = tf-env-name
        exit section
    end-if.
*>  a SKIPPED record says the prerequisite failed, nothing about
*>  section did end green -- but it is tallied separately too, so
*>  a section that only ever goes green on the second try still
*>  shows as FLAKY instead of retrying its way to a clean 100%.
*>  a VACUOUS-run "V" did pass; that run mode keeps its own
*>  trend through the run-mode filter above.
    if tf-case-idx > 0
        add 1 to tf-case-total (tf-case-idx)
        if th-pass-flag = "P" or th-pass-flag = "R"
                or th-pass-flag = "V"
            add 1 to tf-case-pass (tf-case-idx)
        end-if
        if th-pass-flag = "R"
accumulate-rollup-record section.
    if tr-tag-filter not = tf-tag-filter
            or tr-run-mode not = tf-run-mode
            or tr-env-name not = tf-env-name
        exit section
    end-if.
    set tf-rollups-used to true.
