*>  run's parms (tag filter and run mode) ride along on every
*>  record so a smoke run is never compared against a full
*>  regression sweep.
*>
*>  the environment profile the run resolved (testdsn's
*>  tf-env-name) rides along too, so a history that mixes DEV
*>  and QA runs -- or one copied from another environment's
*>  TESTHIST -- still tells them apart.  spaces is the base
*>  profile, which is also what records archived before the
*>  name was carried read back as.
*>**
01 th-record.
    05 th-run-id pic x(16).
    05 th-section-name pic x(30).
    05 th-pass-flag pic x(01).
    05 th-timestamp pic x(26).
    05 th-env-name pic x(10).
*>  the TESTEXP case id the assertion checked (tl-case-id), so a
*>  history question can be asked of one case and not only of
*>  the section.  spaces for an assertion not driven by a cased
*>  fixture row, and for records archived before it was carried.
    05 th-case-id pic x(08).
