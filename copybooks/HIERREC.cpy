*> Branch/region hierarchy record (VSAM KSDS keyed by level and unit
*> id), maintained by the ARITHHIM maintenance run. Two levels live
*> side by side in the one cluster: region records (level R) and
*> branch records (level B), each branch naming the region it rolls
*> up to. Accounts are tied to a branch by ACT-BRANCH-ID on the
*> account reference master, so the reporting structure can be
*> reorganised -- a branch moved to another region, a region renamed
*> -- here, without touching a single account. The ARITHROL rollup
*> report reads it to subtotal by branch, region and shop; an
*> account whose branch is blank or not on file here, or a branch
*> whose region is not on file, rolls up under UNASSIGNED.
01  HIERARCHY-RECORD.
    05  HIR-KEY.
        10  HIR-LEVEL               PIC X.
            88  HIR-BRANCH          VALUE "B".
            88  HIR-REGION          VALUE "R".
        10  HIR-UNIT-ID             PIC X(4).
    05  HIR-NAME                    PIC X(30).
    05  HIR-REGION-ID               PIC X(4).
    05  HIR-LAST-MAINT-DATE         PIC X(8).
    05  FILLER                      PIC X(13).
