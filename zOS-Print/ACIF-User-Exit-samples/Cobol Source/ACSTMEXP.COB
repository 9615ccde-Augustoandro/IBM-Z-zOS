000100 PROCESS DYNAM NUMPROC(PFD) TRUNC(OPT)           NOSEQ
000200* LAST UPDATE ON 15 Oct 2026 AT 21:00:00 BY  MAINT     VERSION 03 *
000300 ID DIVISION.
000400 PROGRAM-ID. ACSTMEXP.
000500 AUTHOR. MAINT.
000600 INSTALLATION. IBM BOULDER PROGRAMMING CENTER.
000700               Nightly operations metrics export from the ACSTLOG
000800               reconciliation log and the ACSTCHG and ACSTQCP
000900               files ACSTCHR writes.
001000
001100               The operations dashboard takes one comma-delimited
001200               file a day.  This program reads every ACSTLOG
001300               record carrying the as-of date and writes one
001400               metrics row per ACSTCHR run: the INIT event starts
001500               a run, CKPT events track how far it got, and an
001600               EOF event closes it with its final counts.  A run
001700               an ABND marker closed (see ACSTCHR 0800-SCAN-
001800               PRIOR-RUNS) is exported as ABENDED with its last
001900               checkpoint's counts and time; a run with neither
002000               is exported as INCOMPLETE the same way.  The 2nd
002100               and later completed runs of a job and step are
002200               duplicate submissions - REFUSED when the run
002300               passed nothing and deleted something (the DUPRUN
002400               FAIL signature), WARN otherwise.  Each run carries
002500               the latest ACOUTCHR reconciliation verdict logged
002600               for its job and step at or after its INIT.
002700
002800               Pages and documents come from the run's ACSTCHG
002900               (one record per document, pages as passed to
003000               ACIF), quarantined records from the run's ACSTQCP.
003100               Neither file carries the step, so MEXPLST names
003200               each run's data sets; each is allocated
003300               dynamically (BPXWDYN) - ACSTCHG under MEXPCHG,
003400               ACSTQCP under MEXPQCP - so do not code those DDs
003450               in the JCL.
003500               A run with no ACSTCHG listed exports empty pages
003600               and documents fields, and one with no ACSTQCP
003700               listed had no quarantine (zero).  A data set no
003800               longer cataloged or not readable leaves its fields
003900               empty and is reported.
004000
004100               Records in are the records received (passed plus
004200               deleted), records out are the records handed to
004300               ACIF (passed plus inserted).  Times are HH:MM:SS;
004400               the end date differs from the run date for a run
004500               that crossed midnight.  The file opens with one
004600               row of fixed column headings and closes with a
004700               trailer row - TRAILER, the as-of date, the number
004800               of metrics rows, and hash totals of records in,
004900               records out, and pages - so the receiving side can
005000               confirm the whole file arrived.
005100
005200               DD statements:
005300                 ACSTLOG  - the reconciliation log KSDS, input.
005400                 MEXPCTL  - optional control file; keyword and
005500                            value records in the ACSTOPT shape.
005600                            ASOFDATE YYYYMMDD names the date to
005700                            export (the batch date, for a window
005800                            that ends after midnight).  When the
005900                            DD is missing or the value unusable,
006000                            today's date is used.
006100                 MEXPLST  - optional list of the day's data
006200                            sets, one per record: job name in
006300                            1-8, step name of the ACIF step in
006400                            10-17, run date YYYYMMDD in 19-26,
006500                            the kind in 28-30 (CHG for the run's
006600                            ACSTCHG, QCP for its ACSTQCP), and
006700                            the data set name in 32-75.  When a
006800                            job and step ran more than once in
006900                            the day, list each kind in the order
007000                            the runs ran; the first CHG record
007100                            goes to the first run, and so on.
007200                 MEXPOUT  - the metrics file, output, fixed
007300                            200-byte records.
007400
007500               RETURN-CODE 4 when a listed data set had rolled
007600               off, a list record matched no run, an ACSTCHG held
007700               another run's records, or no run was logged for
007800               the date; 8 on an unreadable log, an overflowed
007900               table, or a control or output failure.  The file
008000               is not written when the log could not be read or
008100               a table overflowed - a missing file is caught at
008200               the receiving end, a short one with a good
008300               trailer would not be.
008400 DATE-WRITTEN. 15 Oct 2026.
008500 DATE-COMPILED.
008600 SECURITY. NONE.
008700*/**************************************************************/
008800*/* Licensed under the Apache License, Version 2.0 (the        */
008900*/* "License"); you may not use this file except in compliance */
009000*/* with the License. You may obtain a copy of the License at  */
009100*/*                                                            */
009200*/* http://www.apache.org/licenses/LICENSE-2.0                 */
009300*/*                                                            */
009400*/* Unless required by applicable law or agreed to in writing, */
009500*/* software distributed under the License is distributed on an*/
009600*/* "AS IS" BASIS, WITHOUT WARRANTIES OR CONDITIONS OF ANY     */
009700*/* KIND, either express or implied.  See the License for the  */
009800*/* specific language governing permissions and limitations    */
009900*/* under the License.                                         */
010000*/**************************************************************/
010100 TITLE 'ACSTLOG Daily Operations Metrics Export'.
010200 ENVIRONMENT DIVISION.
010300 CONFIGURATION SECTION.
010400 SOURCE-COMPUTER. IBM-370.
010500 OBJECT-COMPUTER. IBM-370.
010600 INPUT-OUTPUT SECTION.
010700 FILE-CONTROL.
010800* ACSTLOG is read front to back and filtered on the date column,
010900*as ACSTLBAL reads it.  Every ACOUTCHR verdict sorts ahead of
011000*every ACSTCHR trail record, so the verdicts are tabled first
011100*and matched to the runs once the whole log has been read.  The
011200*key group below must stay in step with the FD in ACSTCHR.
011300     SELECT COUNTS-LOG ASSIGN TO ACSTLOG
011400         ORGANIZATION IS INDEXED
011500         ACCESS MODE IS DYNAMIC
011600         RECORD KEY IS CLOG-KEY
011700         FILE STATUS IS WS-LOG-STATUS.
011800* Optional as-of-date override, the same keyword/value control-
011900*file pattern as ACSTCHR's ACSTOPT.
012000     SELECT MEXP-CTL ASSIGN TO MEXPCTL
012100         ORGANIZATION IS SEQUENTIAL
012200         ACCESS MODE IS SEQUENTIAL
012300         FILE STATUS IS WS-CTL-STATUS.
012400     SELECT MEXP-LIST ASSIGN TO MEXPLST
012500         ORGANIZATION IS SEQUENTIAL
012600         ACCESS MODE IS SEQUENTIAL
012700         FILE STATUS IS WS-LST-STATUS.
012800* One run's ACSTCHG at a time, allocated by 4150-ALLOCATE-DATA-
012900*SET before each OPEN.  The layout is ACSTCHR 6000-CLOSE-DOC-
013000*UNIT's.
013100     SELECT CHARGE-FEED ASSIGN TO MEXPCHG
013200         ORGANIZATION IS SEQUENTIAL
013300         ACCESS MODE IS SEQUENTIAL
013400         FILE STATUS IS WS-CHG-STATUS.
013500* The run's quarantine capture, as ACSTCHR 2860-CAPTURE-
013600*QUARANTINED-REC writes it.  Only the records are counted.
013700     SELECT QCP-FILE ASSIGN TO MEXPQCP
013800         ORGANIZATION IS SEQUENTIAL
013900         ACCESS MODE IS SEQUENTIAL
014000         FILE STATUS IS WS-QCP-STATUS.
014100     SELECT MEXP-OUT ASSIGN TO MEXPOUT
014200         ORGANIZATION IS SEQUENTIAL
014300         ACCESS MODE IS SEQUENTIAL
014400         FILE STATUS IS WS-OUT-STATUS.
014500     EJECT
014600 DATA DIVISION.
014700 FILE SECTION.
014800 FD  COUNTS-LOG
014900     LABEL RECORDS ARE STANDARD.
015000 01  COUNTS-LOG-RECORD.
015100     05  CLOG-KEY.
015200         10  CLOG-KEY-PGM    PIC X(8).
015300         10  FILLER          PIC X.
015400         10  CLOG-KEY-JOB    PIC X(8).
015500         10  FILLER          PIC X.
015600         10  CLOG-KEY-STEP   PIC X(8).
015700         10  FILLER          PIC X.
015800         10  CLOG-KEY-DATE   PIC X(10).
015900         10  FILLER          PIC X.
016000         10  CLOG-KEY-TIME   PIC X(8).
016100     05  FILLER              PIC X(42).
016200 FD  MEXP-CTL
016300     RECORDING MODE IS F
016400     LABEL RECORDS ARE STANDARD.
016500 01  MEXP-CTL-RECORD            PIC X(24).
016600 FD  MEXP-LIST
016700     RECORDING MODE IS F
016800     LABEL RECORDS ARE STANDARD.
016900 01  MEXP-LIST-RECORD           PIC X(80).
017000 FD  CHARGE-FEED
017100     RECORDING MODE IS F
017200     LABEL RECORDS ARE STANDARD.
017300 01  CHARGE-FEED-RECORD         PIC X(53).
017400 FD  QCP-FILE
017500     RECORDING MODE IS F
017600     LABEL RECORDS ARE STANDARD.
017700 01  QCP-FILE-RECORD            PIC X(32760).
017800 FD  MEXP-OUT
017900     RECORDING MODE IS F
018000     LABEL RECORDS ARE STANDARD.
018100 01  MEXP-OUT-RECORD            PIC X(200).
018200 WORKING-STORAGE SECTION.
018300 77  PGMNAME                 PIC X(8) VALUE 'ACSTMEXP'.
018400 77  WS-LOG-STATUS           PIC XX VALUE SPACES.
018500     88  WS-LOG-AT-EOF           VALUE '10'.
018600 77  WS-CTL-STATUS           PIC XX VALUE SPACES.
018700     88  WS-CTL-AT-EOF           VALUE '10'.
018800 77  WS-LST-STATUS           PIC XX VALUE SPACES.
018900     88  WS-LST-AT-EOF           VALUE '10'.
019000 77  WS-CHG-STATUS           PIC XX VALUE SPACES.
019100     88  WS-CHG-AT-EOF           VALUE '10'.
019200 77  WS-QCP-STATUS           PIC XX VALUE SPACES.
019300     88  WS-QCP-AT-EOF           VALUE '10'.
019400 77  WS-OUT-STATUS           PIC XX VALUE SPACES.
019500 77  WS-CURRENT-DATE         PIC 9(8) VALUE ZERO.
019600 77  WS-EXP-FLAG             PIC X VALUE 'Y'.
019700     88  EXPORT-IS-USABLE        VALUE 'Y'.
019800     88  EXPORT-NOT-USABLE       VALUE 'N'.
019900 77  WS-OUT-FLAG             PIC X VALUE 'N'.
020000     88  OUT-IS-OPEN             VALUE 'Y'.
020100     88  OUT-NOT-OPEN            VALUE 'N'.
020200/ LAYOUT OF AN ACSTLOG RECORD, AS WRITTEN BY ACSTCHR AND, FOR
020300*THE RCN EVENTS, BY ACOUTCHR (SEE ACSTCHR 8000-LOG-COUNTS AND
020400*ACOUTCHR 8500-LOG-RECON-EVENT - THE LAYOUTS MUST STAY IN STEP).
020500 01  WS-LOG-LAYOUT.
020600     05  WS-LOG-PGM          PIC X(8).
020700     05  FILLER              PIC X.
020800     05  WS-LOG-JOB          PIC X(8).
020900     05  FILLER              PIC X.
021000     05  WS-LOG-STEP         PIC X(8).
021100     05  FILLER              PIC X.
021200     05  WS-LOG-DATE         PIC 9(4)/99/99.
021300     05  FILLER              PIC X.
021400     05  WS-LOG-TIME         PIC 99B99B99.
021500     05  FILLER              PIC X.
021600     05  WS-LOG-EVENT        PIC X(5).
021700     05  FILLER              PIC X.
021800     05  WS-LOG-RECCNT       PIC Z(7)9.
021900     05  FILLER              PIC X.
022000     05  WS-LOG-CHGCNT       PIC Z(7)9.
022100     05  FILLER              PIC X.
022200     05  WS-LOG-DELCNT       PIC Z(7)9.
022300     05  FILLER              PIC X.
022400     05  WS-LOG-INSCNT       PIC Z(7)9.
022500 77  WS-LOG-DATE-NUM         PIC 9(8) VALUE ZERO.
022600 77  WS-RECCNT-NUM           PIC 9(8) VALUE ZERO.
022700 77  WS-CHGCNT-NUM           PIC 9(8) VALUE ZERO.
022800 77  WS-DELCNT-NUM           PIC 9(8) VALUE ZERO.
022900 77  WS-INSCNT-NUM           PIC 9(8) VALUE ZERO.
023000 01  WS-LOG-TIME-X.
023100     05  WS-LTX-HH           PIC 99.
023200     05  FILLER              PIC X.
023300     05  WS-LTX-MM           PIC 99.
023400     05  FILLER              PIC X.
023500     05  WS-LTX-SS           PIC 99.
023600 77  WS-EVENT-SEC            PIC 9(8) BINARY VALUE ZERO.
023700/ EXPORT CONTROL (MEXPCTL).
023800 01  WS-MEXPCTL-LAYOUT.
023900     05  WS-CTL-KEYWORD      PIC X(8).
024000     05  FILLER              PIC X.
024100     05  WS-CTL-VALUE        PIC X(8).
024200     05  FILLER              PIC X(7).
024300 77  WS-ASOF-DATE            PIC 9(8) VALUE ZERO.
024400/ ACOUTCHR RECONCILIATION VERDICTS FOR THE AS-OF DATE, IN KEY
024500*ORDER - BY JOB AND STEP, THEN TIME.
024600 77  WS-VRD-TABLE-MAX        PIC 9(4) BINARY VALUE 500.
024700 77  WS-VRD-COUNT            PIC 9(4) BINARY VALUE ZERO.
024800 77  WS-VRD-SKIPPED          PIC 9(4) BINARY VALUE ZERO.
024900 01  WS-VERDICT-TABLE.
025000     05  WS-VRD-ENTRY        OCCURS 500 TIMES.
025100         10  VRD-JOB         PIC X(8).
025200         10  VRD-STEP        PIC X(8).
025300         10  VRD-SEC         PIC 9(8) BINARY.
025400         10  VRD-WORD        PIC X(9).
025500 77  WS-VERDICT-WORD         PIC X(9) VALUE SPACES.
025600/ THE AS-OF DATE'S ACSTCHR RUNS, IN KEY ORDER.  A RUN'S COUNTS
025700*ARE ITS EOF COUNTS, OR ITS LAST CHECKPOINT'S WHEN IT NEVER
025800*REACHED EOF.  END SECONDS PAST 86399 MEAN THE RUN CROSSED
025900*MIDNIGHT.  A BLANK ACSTCHG OR ACSTQCP NAME MEANS NONE WAS
026000*LISTED.
026100 77  WS-RUN-TABLE-MAX        PIC 9(4) BINARY VALUE 500.
026200 77  WS-RUN-COUNT            PIC 9(4) BINARY VALUE ZERO.
026300 77  WS-RUN-SKIPPED          PIC 9(4) BINARY VALUE ZERO.
026400 01  WS-RUN-TABLE.
026500     05  WS-RUN-ENTRY        OCCURS 500 TIMES.
026600         10  RUN-JOB         PIC X(8).
026700         10  RUN-STEP        PIC X(8).
026800         10  RUN-DATE        PIC 9(8).
026900         10  RUN-STATE       PIC X.
027000             88  RUN-COMPLETE        VALUE 'C'.
027100             88  RUN-ABENDED         VALUE 'A'.
027200             88  RUN-INCOMPLETE      VALUE 'I'.
027300         10  RUN-START-FLAG  PIC X.
027400             88  RUN-START-KNOWN     VALUE 'Y'.
027500             88  RUN-START-UNKNOWN   VALUE 'N'.
027600         10  RUN-START-SEC   PIC 9(8) BINARY.
027700         10  RUN-END-FLAG    PIC X.
027800             88  RUN-END-KNOWN       VALUE 'Y'.
027900             88  RUN-END-UNKNOWN     VALUE 'N'.
028000         10  RUN-END-SEC     PIC 9(8) BINARY.
028100         10  RUN-RECCNT      PIC 9(8) BINARY.
028200         10  RUN-CHGCNT      PIC 9(8) BINARY.
028300         10  RUN-DELCNT      PIC 9(8) BINARY.
028400         10  RUN-INSCNT      PIC 9(8) BINARY.
028500         10  RUN-DUP         PIC X.
028600             88  RUN-DUP-NO          VALUE 'N'.
028700             88  RUN-DUP-WARN        VALUE 'W'.
028800             88  RUN-DUP-REFUSED     VALUE 'R'.
028900         10  RUN-VERDICT     PIC X(9).
029000         10  RUN-CHG-DSN     PIC X(44).
029100         10  RUN-QCP-DSN     PIC X(44).
029200         10  RUN-CHG-STATE   PIC X.
029300         10  RUN-QCP-STATE   PIC X.
029400         10  RUN-PAGES       PIC 9(10) BINARY.
029500         10  RUN-DOCS        PIC 9(8) BINARY.
029600         10  RUN-QUAR        PIC 9(8) BINARY.
029700* File states for RUN-CHG-STATE and RUN-QCP-STATE, moved in by
029800*4200 and 4300 and tested by 5100.
029900 77  WS-FILE-STATE           PIC X VALUE SPACE.
030000     88  FILE-NOT-LISTED         VALUE ' '.
030100     88  FILE-READ-OK            VALUE 'R'.
030200     88  FILE-ROLLED-OFF         VALUE 'O'.
030300     88  FILE-FAILED             VALUE 'F'.
030400/ THE JOB/STEP GROUP IN HAND WHILE THE LOG IS READ.  WS-PEND-SUB
030500*IS THE RUN WHOSE INIT HAS BEEN SEEN BUT NOT YET ITS EOF OR ABND
030600*MARKER, ZERO WHEN THERE IS NONE.
030700 77  WS-CUR-JOB              PIC X(8) VALUE SPACES.
030800 77  WS-CUR-STEP             PIC X(8) VALUE SPACES.
030900 77  WS-CUR-EOF-CNT          PIC 9(4) BINARY VALUE ZERO.
031000 77  WS-PEND-SUB             PIC 9(4) BINARY VALUE ZERO.
031100 77  WS-SUB                  PIC 9(4) BINARY VALUE ZERO.
031200 77  WS-RUN-SUB              PIC 9(4) BINARY VALUE ZERO.
031300 77  WS-VRD-SUB              PIC 9(4) BINARY VALUE ZERO.
031400 77  WS-MATCH-SUB            PIC 9(4) BINARY VALUE ZERO.
031500 77  WS-LAST-SUB             PIC 9(4) BINARY VALUE ZERO.
031600/ ONE MEXPLST ENTRY.
031700 01  WS-LST-LAYOUT.
031800     05  WS-LST-JOB          PIC X(8).
031900     05  FILLER              PIC X.
032000     05  WS-LST-STEP         PIC X(8).
032100     05  FILLER              PIC X.
032200     05  WS-LST-DATE         PIC X(8).
032300     05  FILLER              PIC X.
032400     05  WS-LST-KIND         PIC X(3).
032500     05  FILLER              PIC X.
032600     05  WS-LST-DSN          PIC X(44).
032700     05  FILLER              PIC X(5).
032800* The dynamic allocation request (as in ACSTRPRT).  The DD name
032900*is set per call.
033000 COPY ACSTDYNA.
033800 77  WS-SAVE-RC              PIC S9(4) BINARY VALUE ZERO.
033900/ LAYOUT OF AN ACSTCHG RECORD, AS WRITTEN BY ACSTCHR (SEE ACSTCHR
034000*6000-CLOSE-DOC-UNIT).
034100 01  WS-CHG-LAYOUT.
034200     05  WS-CHG-JOB          PIC X(8).
034300     05  FILLER              PIC X.
034400     05  WS-CHG-DATE         PIC X(8).
034500     05  FILLER              PIC X.
034600     05  WS-CHG-FORMDEF      PIC X(8).
034700     05  FILLER              PIC X.
034800     05  WS-CHG-PAGEDEF      PIC X(8).
034900     05  FILLER              PIC X.
035000     05  WS-CHG-RECCNT       PIC 9(8).
035100     05  FILLER              PIC X.
035200     05  WS-CHG-PAGECNT      PIC 9(8).
035300 77  WS-FOREIGN-CNT          PIC 9(8) BINARY VALUE ZERO.
035400/ DAY TOTALS.
035500 77  WS-LST-UNMATCHED        PIC 9(4) BINARY VALUE ZERO.
035600 77  WS-ROLLED-CNT           PIC 9(4) BINARY VALUE ZERO.
035700 77  WS-FAILED-CNT           PIC 9(4) BINARY VALUE ZERO.
035800 77  WS-ROW-CNT              PIC 9(8) BINARY VALUE ZERO.
035900 77  WS-HASH-RECS-IN         PIC 9(15) VALUE ZERO.
036000 77  WS-HASH-RECS-OUT        PIC 9(15) VALUE ZERO.
036100 77  WS-HASH-PAGES           PIC 9(15) VALUE ZERO.
036200/ METRICS FILE ROWS.  EACH FIELD IS APPENDED WITH ITS TRAILING
036300*COMMA AT WS-CSV-PTR; THE LAST ONE'S COMMA IS BLANKED BEFORE THE
036400*ROW IS WRITTEN.  THE HEADING ROW NAMES THE COLUMNS IN ORDER AND
036500*MUST STAY IN STEP WITH 5100-WRITE-RUN-ROW.
036600 01  WS-HEADING-ROW.
036700     05  FILLER              PIC X(36) VALUE
036800         'RUN_DATE,JOB,STEP,STATUS,START_TIME,'.
036900     05  FILLER              PIC X(29) VALUE
037000         'END_DATE,END_TIME,RECORDS_IN,'.
037100     05  FILLER              PIC X(28) VALUE
037200         'RECORDS_OUT,RECORDS_CHANGED,'.
037300     05  FILLER              PIC X(39) VALUE
037400         'RECORDS_DELETED,RECORDS_INSERTED,PAGES,'.
037500     05  FILLER              PIC X(36) VALUE
037600         'DOCUMENTS,QUARANTINED,RECON_VERDICT,'.
037700     05  FILLER              PIC X(32) VALUE
037800         'DUPLICATE_RUN'.
037900 77  WS-CSV-LINE             PIC X(200) VALUE SPACES.
038000 77  WS-CSV-PTR              PIC 9(4) BINARY VALUE 1.
038100 77  WS-CSV-TEXT             PIC X(10) VALUE SPACES.
038200 77  WS-NUM-VALUE            PIC 9(15) VALUE ZERO.
038300 77  WS-NUM-EDIT             PIC Z(14)9.
038400 77  WS-NUM-POS              PIC 9(4) BINARY VALUE ZERO.
038500 77  WS-TIME-SEC             PIC 9(8) BINARY VALUE ZERO.
038600 77  WS-TIME-REM             PIC 9(8) BINARY VALUE ZERO.
038700 01  WS-TIME-OUT.
038800     05  WS-TO-HH            PIC 99.
038900     05  FILLER              PIC X VALUE ':'.
039000     05  WS-TO-MM            PIC 99.
039100     05  FILLER              PIC X VALUE ':'.
039200     05  WS-TO-SS            PIC 99.
039300 01  WS-DATE-WORK            PIC 9(8) VALUE ZERO.
039400 01  WS-DATE-PARTS REDEFINES WS-DATE-WORK.
039500     05  WS-DW-YYYY          PIC 9(4).
039600     05  WS-DW-MM            PIC 99.
039700     05  WS-DW-DD            PIC 99.
039800 01  WS-DATE-OUT.
039900     05  WS-DO-YYYY          PIC 9(4).
040000     05  FILLER              PIC X VALUE '-'.
040100     05  WS-DO-MM            PIC 99.
040200     05  FILLER              PIC X VALUE '-'.
040300     05  WS-DO-DD            PIC 99.
040400 77  WS-DATE-INT             PIC 9(8) VALUE ZERO.
040500     SKIP1
040600 TITLE 'Initialization and Main Line'.
040700 PROCEDURE DIVISION.
040800 0000-MAIN-LINE.
040900     PERFORM 1000-INITIALIZE.
041000     IF EXPORT-IS-USABLE
041100      THEN
041200       PERFORM 2000-PROCESS-LOG-RECORD
041300           UNTIL WS-LOG-AT-EOF;
041310       CLOSE COUNTS-LOG
041320     END-IF.
041330* A log or a run list that failed part way leaves the export
041340*not usable; nothing past that point is measured or written.
041350     IF EXPORT-IS-USABLE
041360      THEN
041370       PERFORM 3000-ATTACH-VERDICTS;
041380       PERFORM 3500-LOAD-RUN-LIST
041390     END-IF.
041400     IF EXPORT-IS-USABLE
041410      THEN
041420       PERFORM 4000-MEASURE-RUNS;
041430       PERFORM 5000-WRITE-EXPORT
041900     END-IF.
042000     GOBACK.
042100     SKIP1
042200 1000-INITIALIZE.
042300     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
042400     MOVE WS-CURRENT-DATE TO WS-ASOF-DATE.
042500     PERFORM 1100-LOAD-EXPORT-CONTROL.
042600     OPEN INPUT COUNTS-LOG.
042700     IF WS-LOG-STATUS NOT = '00'
042800      THEN
042900       DISPLAY PGMNAME, ' *** ACSTLOG OPEN FAILED, STATUS=',
043000               WS-LOG-STATUS, ' - NO METRICS EXPORTED.'
043100       MOVE 8 TO RETURN-CODE;
043200       SET EXPORT-NOT-USABLE TO TRUE
043300      ELSE
043400       DISPLAY PGMNAME, ' EXPORTING METRICS FOR ', WS-ASOF-DATE
043500     END-IF.
043600     SKIP1
043700 1100-LOAD-EXPORT-CONTROL.
043800* Optional MEXPCTL keyword/value records.  An unusable ASOFDATE
043900*is said out loud and today's date stands - a typo must never
044000*silently export the wrong day.
044100     OPEN INPUT MEXP-CTL.
044200     IF WS-CTL-STATUS = '35' OR WS-CTL-STATUS = '05'
044300      THEN
044400       DISPLAY PGMNAME, ' NO MEXPCTL FOUND - EXPORTING TODAY''S ',
044500               'DATE.'
044600      ELSE
044700       PERFORM UNTIL WS-CTL-AT-EOF
044800         READ MEXP-CTL INTO WS-MEXPCTL-LAYOUT
044900           AT END
045000             SET WS-CTL-AT-EOF TO TRUE
045100           NOT AT END
045200             PERFORM 1200-APPLY-EXPORT-OPTION
045300         END-READ
045400       END-PERFORM;
045500       CLOSE MEXP-CTL
045600     END-IF.
045700     SKIP1
045800 1200-APPLY-EXPORT-OPTION.
045900* One MEXPCTL record: an 8-byte keyword, a blank, and an 8-byte
046000*value (e.g. ASOFDATE 20261014).
046100     EVALUATE WS-CTL-KEYWORD
046200       WHEN 'ASOFDATE'
046300         IF WS-CTL-VALUE IS NUMERIC
046400          THEN
046500           MOVE WS-CTL-VALUE TO WS-ASOF-DATE
046600          ELSE
046700           DISPLAY PGMNAME, ' MEXPCTL ASOFDATE VALUE NOT ',
046800                   'NUMERIC - IGNORED: ', WS-CTL-VALUE
046900         END-IF
047000       WHEN OTHER
047100         DISPLAY PGMNAME, ' MEXPCTL KEYWORD NOT RECOGNIZED - ',
047200                 'IGNORED: ', WS-CTL-KEYWORD
047300     END-EVALUATE.
047400     SKIP1
047500 TITLE 'Log Pass'.
047600 2000-PROCESS-LOG-RECORD.
047700* Take the next log record in key order and keep only the as-of
047800*date's ACOUTCHR verdicts and ACSTCHR trail events; any other
047900*writer of the log is ignored.  A read that fails part way
048000*stops the pass - a day exported from half a log would balance
048100*against its own trailer and never be questioned.
048200     READ COUNTS-LOG NEXT RECORD INTO WS-LOG-LAYOUT
048300       AT END
048400         SET WS-LOG-AT-EOF TO TRUE
048500       NOT AT END
048600         MOVE WS-LOG-DATE TO WS-LOG-DATE-NUM;
048700         IF WS-LOG-DATE-NUM = WS-ASOF-DATE
048800          THEN
048900           PERFORM 2700-DEEDIT-LOG-TIME;
049000           EVALUATE WS-LOG-PGM
049100             WHEN 'ACOUTCHR'
049200               PERFORM 2100-NOTE-VERDICT
049300             WHEN 'ACSTCHR'
049400               PERFORM 2200-NOTE-TRAIL-EVENT
049500           END-EVALUATE
049600         END-IF
049700     END-READ.
049800     IF WS-LOG-STATUS NOT = '00' AND NOT WS-LOG-AT-EOF
049900      THEN
050000       DISPLAY PGMNAME, ' *** ACSTLOG READ FAILED, STATUS=',
050100               WS-LOG-STATUS, ' - NO METRICS EXPORTED.'
050200       MOVE 8 TO RETURN-CODE;
050300       SET EXPORT-NOT-USABLE TO TRUE;
050400       SET WS-LOG-AT-EOF TO TRUE
050500     END-IF.
050600     SKIP1
050700 2100-NOTE-VERDICT.
050800* One ACOUTCHR event.  Only the four reconciliation verdicts
050900*(see ACOUTCHR 8500-LOG-RECON-EVENT) are kept; its RULES event
051000*is not a verdict.
051100     EVALUATE WS-LOG-EVENT
051200       WHEN 'RCNOK'
051300         MOVE 'OK' TO WS-VERDICT-WORD
051400       WHEN 'RCNTL'
051500         MOVE 'TOLERANCE' TO WS-VERDICT-WORD
051600       WHEN 'RCNMM'
051700         MOVE 'MISMATCH' TO WS-VERDICT-WORD
051800       WHEN 'RCNNR'
051900         MOVE 'NORUN' TO WS-VERDICT-WORD
052000       WHEN OTHER
052100         MOVE SPACES TO WS-VERDICT-WORD
052200     END-EVALUATE.
052300     IF WS-VERDICT-WORD NOT = SPACES
052400      THEN
052500       IF WS-VRD-COUNT = WS-VRD-TABLE-MAX
052600        THEN
052700         ADD 1 TO WS-VRD-SKIPPED
052800        ELSE
052900         ADD 1 TO WS-VRD-COUNT;
053000         MOVE WS-LOG-JOB TO VRD-JOB (WS-VRD-COUNT);
053100         MOVE WS-LOG-STEP TO VRD-STEP (WS-VRD-COUNT);
053200         MOVE WS-EVENT-SEC TO VRD-SEC (WS-VRD-COUNT);
053300         MOVE WS-VERDICT-WORD TO VRD-WORD (WS-VRD-COUNT)
053400       END-IF
053500     END-IF.
053600     SKIP1
053700 2200-NOTE-TRAIL-EVENT.
053800* One ACSTCHR trail event, in the same pairing ACSTLDUR uses.
053900*INIT starts a run, CKPT refreshes its counts and how far it
054000*got, and EOF closes it.  An ABND marker is written by the rerun
054100*at its start, so it closes the run pending ahead of it as
054200*abandoned, carrying that run's last checkpoint counts.  An EOF
054300*with no INIT ahead of it still makes a row, start unknown.  A
054400*change of job or step leaves any pending run INCOMPLETE - key
054500*order guarantees its group never reappears.
054600     IF WS-LOG-JOB NOT = WS-CUR-JOB OR
054700        WS-LOG-STEP NOT = WS-CUR-STEP
054800      THEN
054900       MOVE WS-LOG-JOB TO WS-CUR-JOB;
055000       MOVE WS-LOG-STEP TO WS-CUR-STEP;
055100       MOVE ZERO TO WS-CUR-EOF-CNT, WS-PEND-SUB
055200     END-IF.
055300     EVALUATE WS-LOG-EVENT
055400       WHEN 'INIT '
055500         PERFORM 2300-ADD-RUN;
055600         IF WS-PEND-SUB > ZERO
055700          THEN
055800           SET RUN-START-KNOWN (WS-PEND-SUB) TO TRUE;
055900           MOVE WS-EVENT-SEC TO RUN-START-SEC (WS-PEND-SUB)
056000         END-IF
056100       WHEN 'CKPT '
056200         IF WS-PEND-SUB > ZERO
056300          THEN
056400           PERFORM 2400-NOTE-RUN-COUNTS;
056500           PERFORM 2500-NOTE-RUN-END
056600         END-IF
056700       WHEN 'ABND '
056800         IF WS-PEND-SUB > ZERO
056900          THEN
057000           PERFORM 2400-NOTE-RUN-COUNTS;
057100           SET RUN-ABENDED (WS-PEND-SUB) TO TRUE;
057200           MOVE ZERO TO WS-PEND-SUB
057300         END-IF
057400       WHEN 'EOF  '
057500         IF WS-PEND-SUB = ZERO
057600          THEN
057700           PERFORM 2300-ADD-RUN
057800         END-IF;
057900         IF WS-PEND-SUB > ZERO
058000          THEN
058100           PERFORM 2400-NOTE-RUN-COUNTS;
058200           PERFORM 2500-NOTE-RUN-END;
058300           SET RUN-COMPLETE (WS-PEND-SUB) TO TRUE;
058400           PERFORM 2600-GRADE-DUPLICATE;
058500           MOVE ZERO TO WS-PEND-SUB
058600         END-IF;
058700         ADD 1 TO WS-CUR-EOF-CNT
058800     END-EVALUATE.
058900     SKIP1
059000 2300-ADD-RUN.
059100* A new row for the group in hand, INCOMPLETE until its EOF or
059200*ABND marker arrives.  A table overflow is counted and stops
059300*the export at the end rather than dropping runs quietly.
059400     IF WS-RUN-COUNT = WS-RUN-TABLE-MAX
059500      THEN
059600       ADD 1 TO WS-RUN-SKIPPED;
059700       MOVE ZERO TO WS-PEND-SUB
059800      ELSE
059900       ADD 1 TO WS-RUN-COUNT;
060000       MOVE WS-RUN-COUNT TO WS-PEND-SUB;
060100       MOVE WS-LOG-JOB TO RUN-JOB (WS-PEND-SUB);
060200       MOVE WS-LOG-STEP TO RUN-STEP (WS-PEND-SUB);
060300       MOVE WS-LOG-DATE-NUM TO RUN-DATE (WS-PEND-SUB);
060400       SET RUN-INCOMPLETE (WS-PEND-SUB) TO TRUE;
060500       SET RUN-START-UNKNOWN (WS-PEND-SUB) TO TRUE;
060600       SET RUN-END-UNKNOWN (WS-PEND-SUB) TO TRUE;
060700       MOVE ZERO TO RUN-START-SEC (WS-PEND-SUB),
060800                    RUN-END-SEC (WS-PEND-SUB),
060900                    RUN-RECCNT (WS-PEND-SUB),
061000                    RUN-CHGCNT (WS-PEND-SUB),
061100                    RUN-DELCNT (WS-PEND-SUB),
061200                    RUN-INSCNT (WS-PEND-SUB),
061300                    RUN-PAGES (WS-PEND-SUB),
061400                    RUN-DOCS (WS-PEND-SUB),
061500                    RUN-QUAR (WS-PEND-SUB);
061600       SET RUN-DUP-NO (WS-PEND-SUB) TO TRUE;
061700       MOVE 'NONE' TO RUN-VERDICT (WS-PEND-SUB);
061800       MOVE SPACES TO RUN-CHG-DSN (WS-PEND-SUB),
061900                      RUN-QCP-DSN (WS-PEND-SUB),
062000                      RUN-CHG-STATE (WS-PEND-SUB),
062100                      RUN-QCP-STATE (WS-PEND-SUB)
062200     END-IF.
062300     SKIP1
062400 2400-NOTE-RUN-COUNTS.
062500     MOVE WS-LOG-RECCNT TO WS-RECCNT-NUM.
062600     MOVE WS-LOG-CHGCNT TO WS-CHGCNT-NUM.
062700     MOVE WS-LOG-DELCNT TO WS-DELCNT-NUM.
062800     MOVE WS-LOG-INSCNT TO WS-INSCNT-NUM.
062900     MOVE WS-RECCNT-NUM TO RUN-RECCNT (WS-PEND-SUB).
063000     MOVE WS-CHGCNT-NUM TO RUN-CHGCNT (WS-PEND-SUB).
063100     MOVE WS-DELCNT-NUM TO RUN-DELCNT (WS-PEND-SUB).
063200     MOVE WS-INSCNT-NUM TO RUN-INSCNT (WS-PEND-SUB).
063300     SKIP1
063400 2500-NOTE-RUN-END.
063500* Events keep the run-start date across midnight, so a clock
063600*that reads earlier than the INIT gets a day added.
063700     IF RUN-START-KNOWN (WS-PEND-SUB) AND
063800        WS-EVENT-SEC < RUN-START-SEC (WS-PEND-SUB)
063900      THEN
064000       ADD 86400 TO WS-EVENT-SEC
064100     END-IF.
064200     SET RUN-END-KNOWN (WS-PEND-SUB) TO TRUE.
064300     MOVE WS-EVENT-SEC TO RUN-END-SEC (WS-PEND-SUB).
064400     SKIP1
064500 2600-GRADE-DUPLICATE.
064600* The first completed run of a job and step is the day's run;
064700*any later one is a duplicate submission, refused when it
064800*passed nothing and deleted something (as ACSTLBAL grades it).
064900     IF WS-CUR-EOF-CNT > ZERO
065000      THEN
065100       IF WS-RECCNT-NUM = ZERO AND WS-DELCNT-NUM > ZERO
065200        THEN
065300         SET RUN-DUP-REFUSED (WS-PEND-SUB) TO TRUE
065400        ELSE
065500         SET RUN-DUP-WARN (WS-PEND-SUB) TO TRUE
065600       END-IF
065700     END-IF.
065800     SKIP1
065900 2700-DEEDIT-LOG-TIME.
066000* Pull the edited HH MM SS log time apart into seconds of day.
066100*The group move through WS-LOG-TIME-X strips the blank
066200*separators the 99B99B99 picture inserted.
066300     MOVE WS-LOG-TIME TO WS-LOG-TIME-X.
066400     COMPUTE WS-EVENT-SEC =
066500         WS-LTX-HH * 3600 + WS-LTX-MM * 60 + WS-LTX-SS.
066600     SKIP1
066700 TITLE 'Verdicts and Data Sets'.
066800 3000-ATTACH-VERDICTS.
066900* Each verdict goes to the latest run of its job and step that
067000*started at or before it; one logged before every such run
067100*(ACOUTCHR finishing after midnight) goes to the group's last
067200*run.  Verdicts are in time order, so a later one for the same
067300*run overwrites an earlier - the latest verdict wins.
067400     PERFORM VARYING WS-VRD-SUB FROM 1 BY 1
067500             UNTIL WS-VRD-SUB > WS-VRD-COUNT
067600       PERFORM 3100-ATTACH-VERDICT
067700     END-PERFORM.
067800     SKIP1
067900 3100-ATTACH-VERDICT.
068000     MOVE ZERO TO WS-MATCH-SUB, WS-LAST-SUB.
068100     PERFORM VARYING WS-RUN-SUB FROM 1 BY 1
068200             UNTIL WS-RUN-SUB > WS-RUN-COUNT
068300       IF RUN-JOB (WS-RUN-SUB) = VRD-JOB (WS-VRD-SUB) AND
068400          RUN-STEP (WS-RUN-SUB) = VRD-STEP (WS-VRD-SUB)
068500        THEN
068600         MOVE WS-RUN-SUB TO WS-LAST-SUB;
068700         IF RUN-START-KNOWN (WS-RUN-SUB) AND
068800            RUN-START-SEC (WS-RUN-SUB) NOT > VRD-SEC (WS-VRD-SUB)
068900          THEN
069000           MOVE WS-RUN-SUB TO WS-MATCH-SUB
069100         END-IF
069200       END-IF
069300     END-PERFORM.
069400     IF WS-MATCH-SUB = ZERO
069500      THEN
069600       MOVE WS-LAST-SUB TO WS-MATCH-SUB
069700     END-IF.
069800     IF WS-MATCH-SUB > ZERO
069900      THEN
070000       MOVE VRD-WORD (WS-VRD-SUB) TO RUN-VERDICT (WS-MATCH-SUB)
070100     END-IF.
070200     SKIP1
070300 3500-LOAD-RUN-LIST.
070400* Optional MEXPLST.  Without it every run exports empty pages
070500*and documents fields and zero quarantined records.
070600     OPEN INPUT MEXP-LIST.
070700     EVALUATE WS-LST-STATUS
070800       WHEN '00'
070900         PERFORM UNTIL WS-LST-AT-EOF
071000           READ MEXP-LIST INTO WS-LST-LAYOUT
071100             AT END
071200               SET WS-LST-AT-EOF TO TRUE
071300             NOT AT END
071400               PERFORM 3550-ATTACH-LIST-ENTRY
071500           END-READ
071510               IF WS-LST-STATUS NOT = '00' AND NOT WS-LST-AT-EOF
071520                THEN
071530                 DISPLAY PGMNAME, ' *** MEXPLST READ FAILED, ',
071540                         'STATUS=', WS-LST-STATUS,
071550                         ' - NO METRICS EXPORTED.'
071560                 MOVE 8 TO RETURN-CODE
071570                 SET EXPORT-NOT-USABLE TO TRUE
071580                 SET WS-LST-AT-EOF TO TRUE
071590               END-IF
071600         END-PERFORM
071700         CLOSE MEXP-LIST
071800       WHEN '35'
071900       WHEN '05'
072000         DISPLAY PGMNAME, ' NO MEXPLST FOUND - NO PAGE, ',
072100                 'DOCUMENT, OR QUARANTINE FIGURES.'
072200       WHEN OTHER
072300         DISPLAY PGMNAME, ' *** MEXPLST OPEN FAILED, STATUS=',
072400                 WS-LST-STATUS, ' - NO PAGE, DOCUMENT, OR ',
072500                 'QUARANTINE FIGURES.'
072600         MOVE 8 TO RETURN-CODE
072700     END-EVALUATE.
072800     SKIP1
072900 3550-ATTACH-LIST-ENTRY.
073000* A CHG or QCP entry goes to the first run of its job, step,
073100*and date that has no data set of that kind yet, so a job and
073200*step that ran twice takes its listed data sets in run order.
073300*An entry that fits no run cannot be measured and is said out
073400*loud.
073500     EVALUATE TRUE
073600       WHEN WS-LST-LAYOUT = SPACES
073700         CONTINUE
073800       WHEN WS-LST-DATE IS NOT NUMERIC OR WS-LST-DSN = SPACES
073900         DISPLAY PGMNAME, ' *** UNUSABLE MEXPLST RECORD ',
074000                 'IGNORED: ', WS-LST-LAYOUT (1 : 31)
074100         MOVE 8 TO RETURN-CODE
074200       WHEN WS-LST-KIND = 'CHG' OR WS-LST-KIND = 'QCP'
074300         PERFORM 3600-FIND-LISTED-RUN
074400         IF WS-MATCH-SUB = ZERO
074500          THEN
074600           DISPLAY PGMNAME, ' MEXPLST ', WS-LST-KIND,
074700                   ' RECORD MATCHES NO RUN OF THE DAY - ',
074800                   'IGNORED: ', WS-LST-LAYOUT (1 : 31)
074900           ADD 1 TO WS-LST-UNMATCHED
075000          ELSE
075100           IF WS-LST-KIND = 'CHG'
075200            THEN
075300             MOVE WS-LST-DSN TO RUN-CHG-DSN (WS-MATCH-SUB)
075400            ELSE
075500             MOVE WS-LST-DSN TO RUN-QCP-DSN (WS-MATCH-SUB)
075600           END-IF
075700         END-IF
075800       WHEN OTHER
075900         DISPLAY PGMNAME, ' *** MEXPLST KIND NOT CHG OR QCP - ',
076000                 'IGNORED: ', WS-LST-LAYOUT (1 : 31)
076100         MOVE 8 TO RETURN-CODE
076200     END-EVALUATE.
076300     SKIP1
076400 3600-FIND-LISTED-RUN.
076500     MOVE ZERO TO WS-MATCH-SUB.
076600     PERFORM VARYING WS-RUN-SUB FROM 1 BY 1
076700             UNTIL WS-RUN-SUB > WS-RUN-COUNT
076800                OR WS-MATCH-SUB > ZERO
076900       IF RUN-JOB (WS-RUN-SUB) = WS-LST-JOB AND
077000          RUN-STEP (WS-RUN-SUB) = WS-LST-STEP AND
077100          RUN-DATE (WS-RUN-SUB) = WS-LST-DATE
077200        THEN
077300         IF (WS-LST-KIND = 'CHG' AND
077400             RUN-CHG-DSN (WS-RUN-SUB) = SPACES) OR
077500            (WS-LST-KIND = 'QCP' AND
077600             RUN-QCP-DSN (WS-RUN-SUB) = SPACES)
077700          THEN
077800           MOVE WS-RUN-SUB TO WS-MATCH-SUB
077900         END-IF
078000       END-IF
078100     END-PERFORM.
078200     SKIP1
078300 4000-MEASURE-RUNS.
078400     PERFORM VARYING WS-RUN-SUB FROM 1 BY 1
078500             UNTIL WS-RUN-SUB > WS-RUN-COUNT
078600       PERFORM 4200-COUNT-CHARGE-FEED;
078700       PERFORM 4300-COUNT-QUARANTINE
078800     END-PERFORM.
078900     SKIP1
079000 4150-ALLOCATE-DATA-SET.
079010* Point the DD name in WS-DYN-DDNAME at WS-DYN-DSN through
079020*BPXWDYN (see ACSTDYNA).  The CALL resets RETURN-CODE, which
079030*carries the run's grade, so it is saved across the call; the
079040*allocation's own code is left in WS-DYN-RC for the caller.
079050     MOVE SPACES TO WS-DYN-TEXT.
079060     MOVE 1 TO WS-DYN-PTR.
079070     STRING 'ALLOC FI(' DELIMITED BY SIZE
079080            WS-DYN-DDNAME DELIMITED BY SPACE
079090            ') DA(' DELIMITED BY SIZE
079100            WS-DYN-DSN DELIMITED BY SPACE
079110            ') SHR REUSE' DELIMITED BY SIZE
079120            INTO WS-DYN-TEXT WITH POINTER WS-DYN-PTR.
079130     COMPUTE WS-DYN-LENGTH = WS-DYN-PTR - 1.
079140     MOVE RETURN-CODE TO WS-SAVE-RC.
079150     CALL 'BPXWDYN' USING WS-DYN-REQUEST
079160                   RETURNING WS-DYN-RC.
079170     MOVE WS-SAVE-RC TO RETURN-CODE.
079180     IF NOT DYN-ALLOCATED
079190      THEN
079200       MOVE WS-DYN-RC TO WS-DYN-RC-EDIT;
079210       DISPLAY PGMNAME, ' ', WS-DYN-DSN, ' NOT ALLOCATED ',
079220               '(BPXWDYN RC=', WS-DYN-RC-EDIT, ') - ROLLED ',
079230               'OFF OR NOT READABLE.'
079240     END-IF.
080600     SKIP1
080700 4200-COUNT-CHARGE-FEED.
080800* The run's documents and pages.  An ACSTCHG that cannot be
080900*allocated (see 4150) or is no longer there to open (status
081000*35) has rolled off; anything else is a failure.  Records
081100*stamped with another job or date mean the list named the wrong
081200*data set; they are left out and counted.
081300     SET FILE-NOT-LISTED TO TRUE.
081400     IF RUN-CHG-DSN (WS-RUN-SUB) NOT = SPACES
081500      THEN
081600       MOVE 'MEXPCHG' TO WS-DYN-DDNAME;
081700       MOVE RUN-CHG-DSN (WS-RUN-SUB) TO WS-DYN-DSN;
081800       PERFORM 4150-ALLOCATE-DATA-SET;
081810       IF NOT DYN-ALLOCATED
081820        THEN
081830         ADD 1 TO WS-ROLLED-CNT;
081840         SET FILE-ROLLED-OFF TO TRUE
081850        ELSE
081900         OPEN INPUT CHARGE-FEED;
082000         EVALUATE WS-CHG-STATUS
082100           WHEN '00'
082200             SET FILE-READ-OK TO TRUE
082300             MOVE ZERO TO WS-FOREIGN-CNT
082400             PERFORM UNTIL WS-CHG-AT-EOF
082500               READ CHARGE-FEED INTO WS-CHG-LAYOUT
082600                 AT END
082700                   SET WS-CHG-AT-EOF TO TRUE
082800                 NOT AT END
082900                   PERFORM 4250-TAKE-CHARGE-RECORD
083000               END-READ
083009               IF WS-CHG-STATUS NOT = '00' AND NOT WS-CHG-AT-EOF
083018                THEN
083027                 DISPLAY PGMNAME, ' *** READ FAILED FOR ',
083036                         RUN-CHG-DSN (WS-RUN-SUB), ' STATUS=',
083045                         WS-CHG-STATUS
083054                 MOVE 8 TO RETURN-CODE
083063                 ADD 1 TO WS-FAILED-CNT
083072                 SET FILE-FAILED TO TRUE
083081                 SET WS-CHG-AT-EOF TO TRUE
083090               END-IF
083100             END-PERFORM
083200             CLOSE CHARGE-FEED
083300             IF WS-FOREIGN-CNT > ZERO
083400              THEN
083500               DISPLAY PGMNAME, ' *** ', WS-FOREIGN-CNT,
083600                       ' ACSTCHG RECORDS OF ANOTHER JOB OR ',
083700                       'DATE LEFT OUT: ', RUN-CHG-DSN (WS-RUN-SUB)
083800               IF RETURN-CODE < 4
083900                THEN
084000                 MOVE 4 TO RETURN-CODE
084100               END-IF
084200             END-IF
084300           WHEN '35'
084500             DISPLAY PGMNAME, ' ACSTCHG ROLLED OFF: ',
084600                     RUN-CHG-DSN (WS-RUN-SUB)
084700             ADD 1 TO WS-ROLLED-CNT
084800             SET FILE-ROLLED-OFF TO TRUE
084900           WHEN OTHER
085000             DISPLAY PGMNAME, ' *** OPEN FAILED FOR ',
085100                     RUN-CHG-DSN (WS-RUN-SUB), ' STATUS=',
085200                     WS-CHG-STATUS
085300             MOVE 8 TO RETURN-CODE
085400             ADD 1 TO WS-FAILED-CNT
085500             SET FILE-FAILED TO TRUE
085600         END-EVALUATE
085610       END-IF
085700     END-IF.
085800     MOVE WS-FILE-STATE TO RUN-CHG-STATE (WS-RUN-SUB).
085900     SKIP1
086000 4250-TAKE-CHARGE-RECORD.
086100* One ACSTCHG record is one document; its pages are the pages
086200*passed to ACIF.
086300     IF WS-CHG-JOB = RUN-JOB (WS-RUN-SUB) AND
086400        WS-CHG-DATE = RUN-DATE (WS-RUN-SUB) AND
086500        WS-CHG-PAGECNT IS NUMERIC
086600      THEN
086700       ADD 1 TO RUN-DOCS (WS-RUN-SUB);
086800       ADD WS-CHG-PAGECNT TO RUN-PAGES (WS-RUN-SUB)
086900      ELSE
087000       ADD 1 TO WS-FOREIGN-CNT
087100     END-IF.
087200     SKIP1
087300 4300-COUNT-QUARANTINE.
087400* The run's quarantined records: one ACSTQCP record each.  A
087500*run with no ACSTQCP listed quarantined nothing.
087600     SET FILE-NOT-LISTED TO TRUE.
087700     IF RUN-QCP-DSN (WS-RUN-SUB) NOT = SPACES
087800      THEN
087900       MOVE 'MEXPQCP' TO WS-DYN-DDNAME;
088000       MOVE RUN-QCP-DSN (WS-RUN-SUB) TO WS-DYN-DSN;
088100       PERFORM 4150-ALLOCATE-DATA-SET;
088110       IF NOT DYN-ALLOCATED
088120        THEN
088130         ADD 1 TO WS-ROLLED-CNT;
088140         SET FILE-ROLLED-OFF TO TRUE
088150        ELSE
088200         OPEN INPUT QCP-FILE;
088300         EVALUATE WS-QCP-STATUS
088400           WHEN '00'
088500             SET FILE-READ-OK TO TRUE
088600             PERFORM UNTIL WS-QCP-AT-EOF
088700               READ QCP-FILE
088800                 AT END
088900                   SET WS-QCP-AT-EOF TO TRUE
089000                 NOT AT END
089100                   ADD 1 TO RUN-QUAR (WS-RUN-SUB)
089200               END-READ
089209               IF WS-QCP-STATUS NOT = '00' AND NOT WS-QCP-AT-EOF
089218                THEN
089227                 DISPLAY PGMNAME, ' *** READ FAILED FOR ',
089236                         RUN-QCP-DSN (WS-RUN-SUB), ' STATUS=',
089245                         WS-QCP-STATUS
089254                 MOVE 8 TO RETURN-CODE
089263                 ADD 1 TO WS-FAILED-CNT
089272                 SET FILE-FAILED TO TRUE
089281                 SET WS-QCP-AT-EOF TO TRUE
089290               END-IF
089300             END-PERFORM
089400             CLOSE QCP-FILE
089500           WHEN '35'
089700             DISPLAY PGMNAME, ' ACSTQCP ROLLED OFF: ',
089800                     RUN-QCP-DSN (WS-RUN-SUB)
089900             ADD 1 TO WS-ROLLED-CNT
090000             SET FILE-ROLLED-OFF TO TRUE
090100           WHEN OTHER
090200             DISPLAY PGMNAME, ' *** OPEN FAILED FOR ',
090300                     RUN-QCP-DSN (WS-RUN-SUB), ' STATUS=',
090400                     WS-QCP-STATUS
090500             MOVE 8 TO RETURN-CODE
090600             ADD 1 TO WS-FAILED-CNT
090700             SET FILE-FAILED TO TRUE
090800         END-EVALUATE
090810       END-IF
090900     END-IF.
091000     MOVE WS-FILE-STATE TO RUN-QCP-STATE (WS-RUN-SUB).
091100     SKIP1
091200 TITLE 'Metrics File'.
091300 5000-WRITE-EXPORT.
091400* The heading row, one row per run in key order, and the
091500*trailer.  An overflowed table means runs or verdicts were
091600*dropped, so no file is written at all.
091700     IF WS-RUN-SKIPPED > ZERO OR WS-VRD-SKIPPED > ZERO
091800      THEN
091900       DISPLAY PGMNAME, ' *** RUN OR VERDICT TABLE FULL - ',
092000               WS-RUN-SKIPPED, ' RUNS AND ', WS-VRD-SKIPPED,
092100               ' VERDICTS NOT TABLED - RAISE WS-RUN-TABLE-MAX ',
092200               'OR WS-VRD-TABLE-MAX.  NO METRICS EXPORTED.'
092300       MOVE 8 TO RETURN-CODE
092400      ELSE
092500       OPEN OUTPUT MEXP-OUT;
092600       IF WS-OUT-STATUS NOT = '00'
092700        THEN
092800         DISPLAY PGMNAME, ' *** MEXPOUT OPEN FAILED, STATUS=',
092900                 WS-OUT-STATUS, ' - NO METRICS EXPORTED.'
093000         MOVE 8 TO RETURN-CODE
093100        ELSE
093200         SET OUT-IS-OPEN TO TRUE;
093300         MOVE WS-HEADING-ROW TO WS-CSV-LINE;
093400         PERFORM 5800-PUT-ROW;
093500         PERFORM VARYING WS-RUN-SUB FROM 1 BY 1
093600                 UNTIL WS-RUN-SUB > WS-RUN-COUNT
093700           PERFORM 5100-WRITE-RUN-ROW
093800         END-PERFORM;
093900         PERFORM 5900-WRITE-TRAILER;
094000         IF OUT-IS-OPEN
094100          THEN
094200           CLOSE MEXP-OUT
094300         END-IF;
094400         PERFORM 5950-REPORT-TOTALS
094500       END-IF
094600     END-IF.
094700     SKIP1
094800 5100-WRITE-RUN-ROW.
094900* One run's row, in heading order.  Figures that could not be
095000*measured are left empty rather than zero, so the dashboard
095100*never mistakes missing for none.
095200     MOVE SPACES TO WS-CSV-LINE.
095300     MOVE 1 TO WS-CSV-PTR.
095400     MOVE RUN-DATE (WS-RUN-SUB) TO WS-DATE-WORK.
095500     PERFORM 5300-APPEND-DATE.
095600     MOVE RUN-JOB (WS-RUN-SUB) TO WS-CSV-TEXT.
095700     PERFORM 5400-APPEND-TEXT.
095800     MOVE RUN-STEP (WS-RUN-SUB) TO WS-CSV-TEXT.
095900     PERFORM 5400-APPEND-TEXT.
096000     EVALUATE TRUE
096100       WHEN RUN-COMPLETE (WS-RUN-SUB)
096200         MOVE 'COMPLETE' TO WS-CSV-TEXT
096300       WHEN RUN-ABENDED (WS-RUN-SUB)
096400         MOVE 'ABENDED' TO WS-CSV-TEXT
096500       WHEN OTHER
096600         MOVE 'INCOMPLETE' TO WS-CSV-TEXT
096700     END-EVALUATE.
096800     PERFORM 5400-APPEND-TEXT.
096900     IF RUN-START-KNOWN (WS-RUN-SUB)
097000      THEN
097100       MOVE RUN-START-SEC (WS-RUN-SUB) TO WS-TIME-SEC;
097200       PERFORM 5250-APPEND-TIME
097300      ELSE
097400       PERFORM 5450-APPEND-EMPTY
097500     END-IF.
097600     IF RUN-END-KNOWN (WS-RUN-SUB)
097700      THEN
097800       MOVE RUN-DATE (WS-RUN-SUB) TO WS-DATE-WORK;
097900       MOVE RUN-END-SEC (WS-RUN-SUB) TO WS-TIME-SEC;
098000       IF WS-TIME-SEC > 86399
098100        THEN
098200         SUBTRACT 86400 FROM WS-TIME-SEC;
098300         COMPUTE WS-DATE-INT =
098400             FUNCTION INTEGER-OF-DATE(WS-DATE-WORK) + 1;
098500         COMPUTE WS-DATE-WORK =
098600             FUNCTION DATE-OF-INTEGER(WS-DATE-INT)
098700       END-IF;
098800       PERFORM 5300-APPEND-DATE;
098900       PERFORM 5250-APPEND-TIME
099000      ELSE
099100       PERFORM 5450-APPEND-EMPTY;
099200       PERFORM 5450-APPEND-EMPTY
099300     END-IF.
099400     COMPUTE WS-NUM-VALUE = RUN-RECCNT (WS-RUN-SUB)
099500                          + RUN-DELCNT (WS-RUN-SUB).
099600     ADD WS-NUM-VALUE TO WS-HASH-RECS-IN.
099700     PERFORM 5200-APPEND-NUMBER.
099800     COMPUTE WS-NUM-VALUE = RUN-RECCNT (WS-RUN-SUB)
099900                          + RUN-INSCNT (WS-RUN-SUB).
100000     ADD WS-NUM-VALUE TO WS-HASH-RECS-OUT.
100100     PERFORM 5200-APPEND-NUMBER.
100200     MOVE RUN-CHGCNT (WS-RUN-SUB) TO WS-NUM-VALUE.
100300     PERFORM 5200-APPEND-NUMBER.
100400     MOVE RUN-DELCNT (WS-RUN-SUB) TO WS-NUM-VALUE.
100500     PERFORM 5200-APPEND-NUMBER.
100600     MOVE RUN-INSCNT (WS-RUN-SUB) TO WS-NUM-VALUE.
100700     PERFORM 5200-APPEND-NUMBER.
100800     MOVE RUN-CHG-STATE (WS-RUN-SUB) TO WS-FILE-STATE.
100900     IF FILE-READ-OK
101000      THEN
101100       MOVE RUN-PAGES (WS-RUN-SUB) TO WS-NUM-VALUE;
101200       ADD WS-NUM-VALUE TO WS-HASH-PAGES;
101300       PERFORM 5200-APPEND-NUMBER;
101400       MOVE RUN-DOCS (WS-RUN-SUB) TO WS-NUM-VALUE;
101500       PERFORM 5200-APPEND-NUMBER
101600      ELSE
101700       PERFORM 5450-APPEND-EMPTY;
101800       PERFORM 5450-APPEND-EMPTY
101900     END-IF.
102000     MOVE RUN-QCP-STATE (WS-RUN-SUB) TO WS-FILE-STATE.
102100     IF FILE-READ-OK OR FILE-NOT-LISTED
102200      THEN
102300       MOVE RUN-QUAR (WS-RUN-SUB) TO WS-NUM-VALUE;
102400       PERFORM 5200-APPEND-NUMBER
102500      ELSE
102600       PERFORM 5450-APPEND-EMPTY
102700     END-IF.
102800     MOVE RUN-VERDICT (WS-RUN-SUB) TO WS-CSV-TEXT.
102900     PERFORM 5400-APPEND-TEXT.
103000     EVALUATE TRUE
103100       WHEN RUN-DUP-REFUSED (WS-RUN-SUB)
103200         MOVE 'REFUSED' TO WS-CSV-TEXT
103300       WHEN RUN-DUP-WARN (WS-RUN-SUB)
103400         MOVE 'WARN' TO WS-CSV-TEXT
103500       WHEN OTHER
103600         MOVE 'NO' TO WS-CSV-TEXT
103700     END-EVALUATE.
103800     PERFORM 5400-APPEND-TEXT.
103900     PERFORM 5500-END-ROW.
104000     ADD 1 TO WS-ROW-CNT.
104100     PERFORM 5800-PUT-ROW.
104200     SKIP1
104300 5200-APPEND-NUMBER.
104400* WS-NUM-VALUE without leading zeros or blanks.  The edited
104500*field always ends in a digit, so the scan stops inside it.
104600     MOVE WS-NUM-VALUE TO WS-NUM-EDIT.
104700     PERFORM VARYING WS-NUM-POS FROM 1 BY 1
104800             UNTIL WS-NUM-EDIT (WS-NUM-POS : 1) NOT = SPACE
104900       CONTINUE
105000     END-PERFORM.
105100     STRING WS-NUM-EDIT (WS-NUM-POS : ) DELIMITED BY SIZE
105200            ',' DELIMITED BY SIZE
105300            INTO WS-CSV-LINE WITH POINTER WS-CSV-PTR.
105400     SKIP1
105500 5250-APPEND-TIME.
105600* WS-TIME-SEC (seconds of day) as HH:MM:SS.
105700     DIVIDE WS-TIME-SEC BY 3600 GIVING WS-TO-HH
105800         REMAINDER WS-TIME-REM.
105900     DIVIDE WS-TIME-REM BY 60 GIVING WS-TO-MM
106000         REMAINDER WS-TO-SS.
106100     STRING WS-TIME-OUT DELIMITED BY SIZE
106200            ',' DELIMITED BY SIZE
106300            INTO WS-CSV-LINE WITH POINTER WS-CSV-PTR.
106400     SKIP1
106500 5300-APPEND-DATE.
106600* WS-DATE-WORK (YYYYMMDD) as YYYY-MM-DD.
106700     MOVE WS-DW-YYYY TO WS-DO-YYYY.
106800     MOVE WS-DW-MM TO WS-DO-MM.
106900     MOVE WS-DW-DD TO WS-DO-DD.
107000     STRING WS-DATE-OUT DELIMITED BY SIZE
107100            ',' DELIMITED BY SIZE
107200            INTO WS-CSV-LINE WITH POINTER WS-CSV-PTR.
107300     SKIP1
107400 5400-APPEND-TEXT.
107500* WS-CSV-TEXT up to its first blank.  Job and step names and the
107600*status words never hold a blank or a comma.
107700     STRING WS-CSV-TEXT DELIMITED BY SPACE
107800            ',' DELIMITED BY SIZE
107900            INTO WS-CSV-LINE WITH POINTER WS-CSV-PTR.
108000     SKIP1
108100 5450-APPEND-EMPTY.
108200     STRING ',' DELIMITED BY SIZE
108300            INTO WS-CSV-LINE WITH POINTER WS-CSV-PTR.
108400     SKIP1
108500 5500-END-ROW.
108600* Blank the comma after the last field.
108700     SUBTRACT 1 FROM WS-CSV-PTR.
108800     MOVE SPACE TO WS-CSV-LINE (WS-CSV-PTR : 1).
108900     SKIP1
109000 5800-PUT-ROW.
109100* A failed WRITE stops the file where it is; with no trailer
109200*after it the receiving side refuses it, which is the point.
109300     IF OUT-IS-OPEN
109400      THEN
109500       WRITE MEXP-OUT-RECORD FROM WS-CSV-LINE;
109600       IF WS-OUT-STATUS NOT = '00'
109700        THEN
109800         DISPLAY PGMNAME, ' *** MEXPOUT WRITE FAILED, STATUS=',
109900                 WS-OUT-STATUS, ' - METRICS FILE IS ',
110000                 'INCOMPLETE.'
110100         MOVE 8 TO RETURN-CODE;
110200         CLOSE MEXP-OUT;
110300         SET OUT-NOT-OPEN TO TRUE
110400       END-IF
110500     END-IF.
110600     SKIP1
110700 5900-WRITE-TRAILER.
110800* TRAILER, the as-of date, the metrics row count (headings and
110900*trailer not counted), and the hash totals of records in,
111000*records out, and pages.
111100     MOVE SPACES TO WS-CSV-LINE.
111200     MOVE 1 TO WS-CSV-PTR.
111300     MOVE 'TRAILER' TO WS-CSV-TEXT.
111400     PERFORM 5400-APPEND-TEXT.
111500     MOVE WS-ASOF-DATE TO WS-DATE-WORK.
111600     PERFORM 5300-APPEND-DATE.
111700     MOVE WS-ROW-CNT TO WS-NUM-VALUE.
111800     PERFORM 5200-APPEND-NUMBER.
111900     MOVE WS-HASH-RECS-IN TO WS-NUM-VALUE.
112000     PERFORM 5200-APPEND-NUMBER.
112100     MOVE WS-HASH-RECS-OUT TO WS-NUM-VALUE.
112200     PERFORM 5200-APPEND-NUMBER.
112300     MOVE WS-HASH-PAGES TO WS-NUM-VALUE.
112400     PERFORM 5200-APPEND-NUMBER.
112500     PERFORM 5500-END-ROW.
112600     PERFORM 5800-PUT-ROW.
112700     SKIP1
112800 5950-REPORT-TOTALS.
112900* The job log's account of the export, and the grade of what
113000*could not be measured.
113100     DISPLAY PGMNAME, ' METRICS ROWS WRITTEN:    ', WS-ROW-CNT.
113200     DISPLAY PGMNAME, ' DATA SETS ROLLED OFF:    ', WS-ROLLED-CNT.
113300     DISPLAY PGMNAME, ' DATA SETS NOT READABLE:  ', WS-FAILED-CNT.
113400     DISPLAY PGMNAME, ' LIST RECORDS UNMATCHED:  ',
113500             WS-LST-UNMATCHED.
113600     IF WS-RUN-COUNT = ZERO
113700      THEN
113800       DISPLAY PGMNAME, ' NO ACSTCHR RUN LOGGED FOR ',
113900               WS-ASOF-DATE, ' - HEADINGS AND TRAILER ONLY.'
114000     END-IF.
114100     IF (WS-RUN-COUNT = ZERO OR WS-ROLLED-CNT > ZERO OR
114200         WS-LST-UNMATCHED > ZERO) AND RETURN-CODE < 4
114300      THEN
114400       MOVE 4 TO RETURN-CODE
114500     END-IF.
