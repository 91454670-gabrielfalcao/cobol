*>**
*>  testchg ...TK
*>
*>  one record per member changed in a release, on the CHGLIST
*>  dataset the release build hands to an IMPACT run: the member
*>  name as TESTMAP knows it, and its type (PGM or COPY) for the
*>  selection report.  the type is informational -- a member is
*>  matched on its name alone, so a list that leaves the type
*>  blank still selects.
*>**
01 cg-record.
    05 cg-member-name pic x(30).
    05 cg-member-type pic x(04).
