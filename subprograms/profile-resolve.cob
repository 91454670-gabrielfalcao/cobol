linkage section.
01 tf-env-request pic x(10).
01 tf-resolve-state pic x(01).
01 tf-check-name pic x(12).
01 tf-check-state pic x(01).

procedure division using tf-env-request tf-resolve-state.
profile-resolve-main.
    move tf-result-state to tf-resolve-state.
    goback.

*>  answers whether a logical name is one the suite knows,
*>  without touching the resolved area:
*>
*>    call "profile-name-check" using logical-name, check-state.
*>
*>  check-state comes back "K" for a known name, "U" otherwise --
*>  test-preflight's TESTPROF check, so a mispunched profile row
*>  is caught the evening before instead of at 02:00.  the list
*>  is apply-override's, name for name; a new dataset goes in
*>  both.
entry "profile-name-check" using tf-check-name tf-check-state.
profile-name-check-main.
    evaluate tf-check-name
        when "TESTEXP"
        when "WAIVERS"
        when "TESTHIST"
        when "TESTROLL"
        when "TESTHWRK"
        when "TESTPEND"
        when "TESTLOG"
        when "PREVLOG"
        when "TESTTIME"
        when "PREVTIME"
        when "TESTCKPT"
        when "TESTCAT"
        when "RUNSTAT"
        when "RUNLOCK"
        when "HEARTBT"
        when "TESTRPT"
        when "JUNITXML"
        when "DELTARPT"
        when "DURRPT"
        when "AUDITRPT"
        when "TRENDRPT"
        when "ALERTOUT"
        when "TESTEXPJ"
        when "JRNLRPT"
        when "TESTDRV"
        when "RUNHIST"
        when "SLARPT"
        when "DEFECTOUT"
        when "DEFECTIN"
        when "DEFECTRPT"
        when "TESTMAP"
        when "CHGLIST"
        when "SELRPT"
        when "PARITYRPT"
        when "PREFLIGHT"
        when "SIGNCERT"
        when "SIGNOFF"
        when "TESTEXPV"
        when "VACRPT"
        when "OWNERS"
        when "OWNEXCP"
            move "K" to tf-check-state
        when other
            move "U" to tf-check-state
    end-evaluate.
    goback.

resolve-area section.
    perform default-all-names.
    if tf-env-request = spaces
    move "AUDITRPT" to tf-dsn-auditrpt.
    move "TRENDRPT" to tf-dsn-trendrpt.
    move "ALERTOUT" to tf-dsn-alertout.
    move "TESTEXPJ" to tf-dsn-testexpj.
    move "JRNLRPT" to tf-dsn-jrnlrpt.
    move "TESTDRV" to tf-dsn-testdrv.
    move "RUNHIST" to tf-dsn-runhist.
    move "SLARPT" to tf-dsn-slarpt.
    move "DEFECTOUT" to tf-dsn-defectout.
    move "DEFECTIN" to tf-dsn-defectin.
    move "DEFECTRPT" to tf-dsn-defectrpt.
    move "TESTMAP" to tf-dsn-testmap.
    move "CHGLIST" to tf-dsn-chglist.
    move "SELRPT" to tf-dsn-selrpt.
    move "PARITYRPT" to tf-dsn-parityrpt.
    move "PREFLIGHT" to tf-dsn-preflight.
    move "SIGNCERT" to tf-dsn-signcert.
    move "SIGNOFF" to tf-dsn-signoff.
    move "TESTEXPV" to tf-dsn-testexpv.
    move "VACRPT" to tf-dsn-vacrpt.
    move "OWNERS" to tf-dsn-owners.
    move "OWNEXCP" to tf-dsn-ownexcp.

overlay-profile section.
    move "N" to tf-profile-eof-flag.
            move pf-dataset-name to tf-dsn-trendrpt
        when "ALERTOUT"
            move pf-dataset-name to tf-dsn-alertout
        when "TESTEXPJ"
            move pf-dataset-name to tf-dsn-testexpj
        when "JRNLRPT"
            move pf-dataset-name to tf-dsn-jrnlrpt
        when "TESTDRV"
            move pf-dataset-name to tf-dsn-testdrv
        when "RUNHIST"
            move pf-dataset-name to tf-dsn-runhist
        when "SLARPT"
            move pf-dataset-name to tf-dsn-slarpt
        when "DEFECTOUT"
            move pf-dataset-name to tf-dsn-defectout
        when "DEFECTIN"
            move pf-dataset-name to tf-dsn-defectin
        when "DEFECTRPT"
            move pf-dataset-name to tf-dsn-defectrpt
        when "TESTMAP"
            move pf-dataset-name to tf-dsn-testmap
        when "CHGLIST"
            move pf-dataset-name to tf-dsn-chglist
        when "SELRPT"
            move pf-dataset-name to tf-dsn-selrpt
        when "PARITYRPT"
            move pf-dataset-name to tf-dsn-parityrpt
        when "PREFLIGHT"
            move pf-dataset-name to tf-dsn-preflight
        when "SIGNCERT"
            move pf-dataset-name to tf-dsn-signcert
        when "SIGNOFF"
            move pf-dataset-name to tf-dsn-signoff
        when "TESTEXPV"
            move pf-dataset-name to tf-dsn-testexpv
        when "VACRPT"
            move pf-dataset-name to tf-dsn-vacrpt
        when "OWNERS"
            move pf-dataset-name to tf-dsn-owners
        when "OWNEXCP"
            move pf-dataset-name to tf-dsn-ownexcp
        when other
            display "profile-resolve: unknown logical name ["
                function trim(pf-logical-name)
