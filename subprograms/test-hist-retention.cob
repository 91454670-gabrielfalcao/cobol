*>  required; PARM token two picks the environment profile) is
*>  dropped into the compact monthly rollups on
*>  TESTROLL (copybooks/testroll.cpy) -- per month, run parms,
*>  environment, and program/section: total outcomes, passes (pass-on-retry
*>  included), fails, waived -- and the live TESTHIST is
*>  rewritten holding only the detail at or after the cutoff.
*>
*>  byte-for-byte image of a th-record (copybooks/testhist.cpy);
*>  the staging copy is a straight image, only TESTHIST itself
*>  ever picks the fields apart.
01 tf-work-record pic x(141).
fd rollup-file.
copy testroll.
working-storage section.
        10 tf-roll-mode pic x(10).
        10 tf-roll-program pic x(30).
        10 tf-roll-section pic x(30).
        10 tf-roll-env pic x(10).
        10 tf-roll-total pic 9(07) comp.
        10 tf-roll-pass pic 9(07) comp.
        10 tf-roll-fail pic 9(07) comp.
            move tr-run-mode to tf-roll-mode (tf-roll-count)
            move tr-program-name to tf-roll-program (tf-roll-count)
            move tr-section-name to tf-roll-section (tf-roll-count)
            move tr-env-name to tf-roll-env (tf-roll-count)
            move tr-total-count to tf-roll-total (tf-roll-count)
            move tr-pass-count to tf-roll-pass (tf-roll-count)
            move tr-fail-count to tf-roll-fail (tf-roll-count)
            add 1 to tf-roll-pass (tf-roll-idx)
        when "R"
            add 1 to tf-roll-pass (tf-roll-idx)
        when "V"
            add 1 to tf-roll-pass (tf-roll-idx)
        when "F"
            add 1 to tf-roll-fail (tf-roll-idx)
        when "W"
                and th-tag-filter = tf-roll-tag (tf-roll-idx)
                and th-run-mode = tf-roll-mode (tf-roll-idx)
                and th-program-name = tf-roll-program (tf-roll-idx)
                and th-section-name = tf-roll-section (tf-roll-idx)
                and th-env-name = tf-roll-env (tf-roll-idx)).
    if tf-roll-idx <= tf-roll-count
        exit section
    end-if.
    move th-run-mode to tf-roll-mode (tf-roll-idx).
    move th-program-name to tf-roll-program (tf-roll-idx).
    move th-section-name to tf-roll-section (tf-roll-idx).
    move th-env-name to tf-roll-env (tf-roll-idx).
    move zero to tf-roll-total (tf-roll-idx).
    move zero to tf-roll-pass (tf-roll-idx).
    move zero to tf-roll-fail (tf-roll-idx).
    move tf-roll-mode (tf-roll-idx) to tr-run-mode.
    move tf-roll-program (tf-roll-idx) to tr-program-name.
    move tf-roll-section (tf-roll-idx) to tr-section-name.
    move tf-roll-env (tf-roll-idx) to tr-env-name.
    move tf-roll-total (tf-roll-idx) to tr-total-count.
    move tf-roll-pass (tf-roll-idx) to tr-pass-count.
    move tf-roll-fail (tf-roll-idx) to tr-fail-count.
