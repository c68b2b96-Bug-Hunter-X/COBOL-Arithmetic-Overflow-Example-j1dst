*> Source-registry record: one line per upstream transaction source
*> the ARITHBRG bridge takes in, maintained by ops in the line-
*> sequential ARITH.SOURCE.REGISTRY file. Each source lands on its own
*> feed slot -- the FEEDIN, FEEDIN2, FEEDIN3 and FEEDIN4 DDs on the
*> bridge step -- so adding a source is a registry line and a DD, not
*> a program change. SRG-SCHEDULE says whether the source must arrive
*> tonight: D = expected every business night (missing or late stops
*> the night), O = optional (merged when it arrives, no alarm when it
*> does not), X = inactive (slot not opened). A source whose control
*> record is mandatory carries SRG-CONTROL-REQUIRED "Y"; its count and
*> number total must then tie to what the bridge read. To let the
*> night run without an expected source, ops set SRG-WAIVED-DATE to
*> the business date being waived and SRG-WAIVED-BY to their userid;
*> a waiver is good for that one night only, and a waived source is
*> not read even if its file turns up.
01  SOURCE-REGISTRY-RECORD.
    05  SRG-SOURCE-CODE             PIC X(4).
    05  SRG-SOURCE-NAME             PIC X(20).
    05  SRG-FEED-SLOT               PIC 9.
        88  SRG-FEED-SLOT-VALID     VALUE 1 THRU 4.
    05  SRG-SCHEDULE                PIC X.
        88  SRG-EXPECTED-NIGHTLY    VALUE "D".
        88  SRG-OPTIONAL            VALUE "O".
        88  SRG-INACTIVE            VALUE "X".
        88  SRG-SCHEDULE-VALID      VALUE "D", "O", "X".
    05  SRG-CONTROL-REQUIRED        PIC X.
        88  SRG-CONTROL-MANDATORY   VALUE "Y".
    05  SRG-WAIVED-DATE             PIC X(8).
    05  SRG-WAIVED-BY               PIC X(8).
    05  FILLER                      PIC X(07).
