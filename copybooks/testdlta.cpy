*>**
*>  testdlta ...TK
*>
*>  the failure delta between this run's TESTLOG and the PREVLOG
*>  snapshot, classified once by delta-classify for every program
*>  that needs it -- the triage report prints it, the defect-
*>  tracker interface raises tickets off the NEW rows, and the
*>  ownership router splits all three classes by team:
*>    "N" NEW           failing now, the program/section was
*>                      clean in the prior run,
*>    "S" STILL FAILING failing now and failing before,
*>    "X" FIXED         failing before, the program/section is
*>                      clean now,
*>  judged on the program/section pair, with one row per
*>  distinct program/section/case so each row carries the case
*>  that broke.  the NEW and STILL rows hold this run's failing
*>  record; the FIXED rows the prior run's.  the table is
*>  external, the same way testcat shares the catalog, so the
*>  caller reads what delta-classify filled.
*>**
01 tf-delta-area external.
    05 tf-delta-count pic 9(04) comp.
    05 tf-delta-entry occurs 200 times.
        10 tf-delta-program pic x(30).
        10 tf-delta-section pic x(30).
        10 tf-delta-case pic x(08).
        10 tf-delta-class pic x(01).
            88 tf-delta-new value "N".
            88 tf-delta-still value "S".
            88 tf-delta-fixed value "X".
        10 tf-delta-expected pic x(60).
        10 tf-delta-actual pic x(60).
        10 tf-delta-amount-delta pic x(14).
        10 tf-delta-ticket pic x(12).
