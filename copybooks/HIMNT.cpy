*> Maintenance transaction for the branch/region hierarchy: one
*> action per record, applied by ARITHHIM. HIM-LEVEL says whether the
*> unit is a region (R) or a branch (B). ADD puts a new unit on file
*> -- a branch must name a region already on file; CHANGE replaces
*> the name and, for a branch, the region it rolls up to (a blank
*> field leaves the stored value alone); DELETE takes a unit off
*> file, refused for a region that still has branches under it and
*> for a branch that still has accounts assigned to it.
01  HIERARCHY-MAINT-RECORD.
    05  HIM-ACTION                  PIC X.
        88  HIM-ADD                 VALUE "A".
        88  HIM-CHANGE              VALUE "C".
        88  HIM-DELETE              VALUE "D".
    05  HIM-LEVEL                   PIC X.
        88  HIM-BRANCH              VALUE "B".
        88  HIM-REGION              VALUE "R".
        88  HIM-LEVEL-VALID         VALUES "B" "R".
    05  HIM-UNIT-ID                 PIC X(4).
    05  HIM-NAME                    PIC X(30).
    05  HIM-REGION-ID               PIC X(4).
    05  FILLER                      PIC X(20).
