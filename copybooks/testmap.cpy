*>**
*>  testmap ...TK
*>
*>  one record per test-program-to-member mapping on the TESTMAP
*>  dataset: a cataloged test program and one production program
*>  or copybook it exercises.  a test program that drives three
*>  modules and copies two shared layouts is five rows.  read by
*>  impact-select when the runner is launched in IMPACT selection
*>  mode, to turn a release's CHGLIST into the catalog entries
*>  worth running -- so an emergency fix gets its targeted
*>  regression without waiting for the overnight sweep.  add a
*>  mapping by appending a row; no compile.
*>**
01 mp-record.
    05 mp-test-program pic x(30).
    05 mp-member-name pic x(30).
    05 mp-member-type pic x(04).
        88 mp-member-program value "PGM".
        88 mp-member-copybook value "COPY".
