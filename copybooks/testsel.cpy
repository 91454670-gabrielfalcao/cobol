*>**
*>  testsel ...TK
*>
*>  the IMPACT-mode selection, one flag per tf-catalog-entry
*>  (copybooks/testcat.cpy) at the same index, filled by
*>  impact-select and read by test-suite-runner's catalog walk.
*>  external, the same way testcat shares the catalog itself, so
*>  the flags line up with the one loaded copy of the catalog.
*>  "M" is an entry mapped to a changed member; "P" is an entry
*>  pulled in only because a selected entry names it as its
*>  prerequisite, so the skip logic still has its producer to
*>  judge; spaces is not selected.
*>**
01 tf-selection-area external.
    05 tf-select-count pic 9(04) comp.
    05 tf-select-flag pic x(01) occurs 100 times.
        88 tf-selected values "M", "P".
        88 tf-selected-mapped value "M".
        88 tf-selected-prereq value "P".
