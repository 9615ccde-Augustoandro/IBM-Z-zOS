000110 PROCESS DYNAM NUMPROC(PFD) TRUNC(OPT)           NOSEQ
000200* LAST UPDATE ON 15 Oct 2026 AT 15:00:00 BY  MAINT     VERSION 04 *
000300 ID DIVISION.
000400 PROGRAM-ID. ACSTDRVR.
000500 AUTHOR. MAINT.
002900
003000               The exit behaves exactly as in production, so
003100               the test JCL must allocate everything the exit
003200               touches: STRPCTL, MASKCTL, ACSTOPT, IDXCTL, and
003300               SUPPLIST for the rules under test, and test-only
003400               data sets for ACSTLOG, ACSTRPT, ACSTIDX, ACSTCHG,
003500               ACSTQRN, ACSTQCP, ACSTSUP, and ACSTPRF - point
003600               ACSTLOG and ACSTPRF at scratch test clusters,
003700               never at the production ones, or the test run
003710               pollutes the balancing history and the input
003720               profile history ACSTPDRF compares against.
003730               PROOFCTL and ACSTSMP are needed only when a
003740               proof sample is being tried out.
003800
003900               DD statements of the driver itself:
004000                 SAMPLEIN - the sample print file, input, fixed
