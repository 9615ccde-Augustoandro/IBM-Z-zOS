000100 PROCESS DYNAM NUMPROC(PFD) TRUNC(OPT)           NOSEQ
000200* LAST UPDATE ON 15 Oct 2026 AT 19:00:00 BY  MAINT     VERSION 02 *
000300 ID DIVISION.
000400 PROGRAM-ID. ACSTCYCL.
000500 AUTHOR. MAINT.
000600 INSTALLATION. IBM BOULDER PROGRAMMING CENTER.
000700               Statement-cycle completeness and cross-run
000800               duplicate-statement reconciliation over the
000900               ACSTIDX document indexes ACSTCHR writes.
001000
001100               At cycle end the audit questions are whether
001200               every active account got a statement and whether
001300               any account got two.  The answers are in the
001400               document identifiers ACSTCHR captures for
001500               ACSTIDX, but a cycle's statements are spread
001600               over many runs and days.  This program reads the
001700               ACSTIDX of every run in the cycle, as listed on
001800               CYCLIDX, and matches the document identifiers
001900               against the customer-account extract for the
002000               cycle.  It reports, in account order:
002100                 MISSING   - an account on the extract with no
002200                             statement in the cycle;
002300                 UNKNOWN   - a statement for an account that is
002400                             not on the extract;
002500                 DUPLICATE - an account with more than one
002600                             statement, one line per statement
002700                             naming its job, step, run date,
002800                             and starting input record.
002900               Every duplicate line also carries the duplicate-
003000               run state of its run as ACSTCHR logged it on
003100               ACSTLOG: a job/step with more than one EOF on the
003200               run date was submitted twice, and under DUPRUN
003300               WARN the rerun printed again - the usual way one
003400               statement prints twice.  A second EOF that passed
003500               nothing and deleted everything was refused under
003600               DUPRUN FAIL (the same signature ACSTLBAL reads).
003700
003800               Each ACSTIDX is allocated dynamically (BPXWDYN)
003900               under the CYCLIN name from the data set name on
004000               CYCLIDX; do not code a CYCLIN DD in the JCL.  A
004100               generation that cannot be allocated (no longer
004150               cataloged, or not readable by this job) has
004200               rolled off and is listed as such - its statements
004250               cannot be counted, so MISSING lines may follow
004300               from it.
004400               The statements are gathered on the CYCLWRK work
004500               KSDS, defined REUSE with KEYS(43 0) and
004600               RECORDSIZE(80 80), so they come back in account
004700               order for the match however the runs were listed.
004800
004900               DD statements:
005000                 CYCLCTL  - the cycle control card, required:
005100                            cycle from-date YYYYMMDD in columns
005200                            1-8, to-date YYYYMMDD in 10-17.
005300                 CYCLIDX  - the cycle's runs, one per record:
005400                            job name in 1-8, step name of the
005500                            ACIF step in 10-17, run date
005600                            YYYYMMDD in 19-26, and the data set
005700                            name of that run's ACSTIDX
005800                            generation in 28-71.
005900                 CYCLACCT - the customer-account extract for
006000                            the cycle, one active account
006100                            number per record in 1-20, in
006200                            ascending account order.  Blank
006300                            records and repeats are ignored.
006400                 ACSTLOG  - the reconciliation log KSDS, input.
006500                 CYCLWRK  - the statement work KSDS, reused.
006600                 CYCLRPT  - SYSOUT reconciliation report.
006700
006800               RETURN-CODE 4 when any account is missing,
006900               unknown, or duplicated, or any run's index could
007000               not be read; 8 on a control, sequence, or file
007100               failure that leaves the answer incomplete.
007200 DATE-WRITTEN. 15 Oct 2026.
007300 DATE-COMPILED.
007400 SECURITY. NONE.
007500*/**************************************************************/
007600*/* Licensed under the Apache License, Version 2.0 (the        */
007700*/* "License"); you may not use this file except in compliance */
007800*/* with the License. You may obtain a copy of the License at  */
007900*/*                                                            */
008000*/* http://www.apache.org/licenses/LICENSE-2.0                 */
008100*/*                                                            */
008200*/* Unless required by applicable law or agreed to in writing, */
008300*/* software distributed under the License is distributed on an*/
008400*/* "AS IS" BASIS, WITHOUT WARRANTIES OR CONDITIONS OF ANY     */
008500*/* KIND, either express or implied.  See the License for the  */
008600*/* specific language governing permissions and limitations    */
008700*/* under the License.                                         */
008800*/**************************************************************/
008900 TITLE 'ACSTIDX Statement-Cycle Reconciliation'.
009000 ENVIRONMENT DIVISION.
009100 CONFIGURATION SECTION.
009200 SOURCE-COMPUTER. IBM-370.
009300 OBJECT-COMPUTER. IBM-370.
009400 INPUT-OUTPUT SECTION.
009500 FILE-CONTROL.
009600     SELECT CYCLCTL ASSIGN TO CYCLCTL
009700         ORGANIZATION IS SEQUENTIAL
009800         ACCESS MODE IS SEQUENTIAL
009900         FILE STATUS IS WS-CTL-STATUS.
010000     SELECT CYCL-LIST ASSIGN TO CYCLIDX
010100         ORGANIZATION IS SEQUENTIAL
010200         ACCESS MODE IS SEQUENTIAL
010300         FILE STATUS IS WS-LST-STATUS.
010400* One run's ACSTIDX at a time, allocated by 2150-ALLOCATE-INDEX
010500*before each OPEN.  The layout is ACSTCHR 6000-CLOSE-DOC-UNIT's.
010700     SELECT CYCL-IN ASSIGN TO CYCLIN
010800         ORGANIZATION IS SEQUENTIAL
010900         ACCESS MODE IS SEQUENTIAL
011000         FILE STATUS IS WS-IN-STATUS.
011100     SELECT CYCL-ACCT ASSIGN TO CYCLACCT
011200         ORGANIZATION IS SEQUENTIAL
011300         ACCESS MODE IS SEQUENTIAL
011400         FILE STATUS IS WS-ACCT-STATUS.
011500* ACSTLOG is the reconciliation log KSDS written by ACSTCHR -
011600*keyed on program, job name, step name, date, and time (the
011700*leading 46 bytes, separators included).  The key group below
011800*must stay in step with the FD in ACSTCHR.
011900     SELECT COUNTS-LOG ASSIGN TO ACSTLOG
012000         ORGANIZATION IS INDEXED
012100         ACCESS MODE IS DYNAMIC
012200         RECORD KEY IS CLOG-KEY
012300         FILE STATUS IS WS-LOG-STATUS.
012400* The statement work file, keyed on document identifier, run
012500*date, CYCLIDX entry number, and start record (the leading 43
012600*bytes, separators included) - unique even when the same
012700*job/step ran twice on one date.
012800     SELECT CYCL-WORK ASSIGN TO CYCLWRK
012900         ORGANIZATION IS INDEXED
013000         ACCESS MODE IS DYNAMIC
013100         RECORD KEY IS CWRK-KEY
013200         FILE STATUS IS WS-WRK-STATUS.
013300     SELECT CYCL-RPT ASSIGN TO CYCLRPT
013400         ORGANIZATION IS SEQUENTIAL
013500         ACCESS MODE IS SEQUENTIAL
013600         FILE STATUS IS WS-RPT-STATUS.
013700     EJECT
013800 DATA DIVISION.
013900 FILE SECTION.
014000 FD  CYCLCTL
014100     RECORDING MODE IS F
014200     LABEL RECORDS ARE STANDARD.
014300 01  CYCLCTL-RECORD             PIC X(80).
014400 FD  CYCL-LIST
014500     RECORDING MODE IS F
014600     LABEL RECORDS ARE STANDARD.
014700 01  CYCL-LIST-RECORD           PIC X(80).
014800 FD  CYCL-IN
014900     RECORDING MODE IS F
015000     LABEL RECORDS ARE STANDARD.
015100 01  CYCL-IN-RECORD             PIC X(65).
015200 FD  CYCL-ACCT
015300     RECORDING MODE IS F
015400     LABEL RECORDS ARE STANDARD.
015500 01  CYCL-ACCT-RECORD           PIC X(80).
015600 FD  COUNTS-LOG
015700     LABEL RECORDS ARE STANDARD.
015800 01  COUNTS-LOG-RECORD.
015900     05  CLOG-KEY.
016000         10  CLOG-KEY-PGM    PIC X(8).
016100         10  FILLER          PIC X.
016200         10  CLOG-KEY-JOB    PIC X(8).
016300         10  FILLER          PIC X.
016400         10  CLOG-KEY-STEP   PIC X(8).
016500         10  FILLER          PIC X.
016600         10  CLOG-KEY-DATE   PIC X(10).
016700         10  FILLER          PIC X.
016800         10  CLOG-KEY-TIME   PIC X(8).
016900     05  FILLER              PIC X(42).
017000 FD  CYCL-WORK
017100     LABEL RECORDS ARE STANDARD.
017200 01  CYCL-WORK-RECORD.
017300     05  CWRK-KEY.
017400         10  CWRK-KEY-DOCID  PIC X(20).
017500         10  FILLER          PIC X.
017600         10  CWRK-KEY-DATE   PIC X(8).
017700         10  FILLER          PIC X.
017800         10  CWRK-KEY-RUN    PIC X(4).
017900         10  FILLER          PIC X.
018000         10  CWRK-KEY-START  PIC X(8).
018100     05  FILLER              PIC X(37).
018200 FD  CYCL-RPT
018300     RECORDING MODE IS F
018400     LABEL RECORDS ARE STANDARD.
018500 01  CYCL-RPT-RECORD            PIC X(132).
018600 WORKING-STORAGE SECTION.
018700 77  PGMNAME                 PIC X(8) VALUE 'ACSTCYCL'.
018800 77  WS-CTL-STATUS           PIC XX VALUE SPACES.
018900 77  WS-LST-STATUS           PIC XX VALUE SPACES.
019000     88  WS-LST-AT-EOF           VALUE '10'.
019100 77  WS-IN-STATUS            PIC XX VALUE SPACES.
019200     88  WS-IN-AT-EOF            VALUE '10'.
019300 77  WS-ACCT-STATUS          PIC XX VALUE SPACES.
019400     88  WS-ACCT-AT-EOF          VALUE '10'.
019500 77  WS-LOG-STATUS           PIC XX VALUE SPACES.
019600     88  WS-LOG-AT-EOF           VALUE '10'.
019700 77  WS-WRK-STATUS           PIC XX VALUE SPACES.
019800     88  WS-WRK-AT-EOF           VALUE '10'.
019900 77  WS-RPT-STATUS           PIC XX VALUE SPACES.
020000 77  WS-CURRENT-DATE         PIC 9(8) VALUE ZERO.
020100/ THE CYCLE CONTROL CARD (CYCLCTL).
020200 01  WS-CYCLCTL-LAYOUT.
020300     05  WS-CYC-FROM         PIC X(8).
020400     05  FILLER              PIC X.
020500     05  WS-CYC-TO           PIC X(8).
020600     05  FILLER              PIC X(63).
020700 77  WS-FROM-DATE            PIC 9(8) VALUE ZERO.
020800 77  WS-TO-DATE              PIC 9(8) VALUE ZERO.
020900 77  WS-CYC-FLAG             PIC X VALUE 'N'.
021000     88  CYCLE-IS-USABLE         VALUE 'Y'.
021100     88  CYCLE-NOT-USABLE        VALUE 'N'.
021200/ ONE CYCLIDX ENTRY.
021300 01  WS-LST-LAYOUT.
021400     05  WS-LST-JOB          PIC X(8).
021500     05  FILLER              PIC X.
021600     05  WS-LST-STEP         PIC X(8).
021700     05  FILLER              PIC X.
021800     05  WS-LST-DATE         PIC X(8).
021900     05  FILLER              PIC X.
022000     05  WS-LST-DSN          PIC X(44).
022100     05  FILLER              PIC X(9).
022200/ THE CYCLE'S RUNS, IN CYCLIDX ORDER.  THE ENTRY NUMBER IS CARRIED
022300*ON EVERY WORK RECORD SO A STATEMENT FINDS ITS RUN AGAIN.  THE
022400*EOF AND REFUSED COUNTS COME FROM ACSTLOG.
022500 77  WS-RUN-TABLE-MAX        PIC 9(4) BINARY VALUE 500.
022600 77  WS-RUN-COUNT            PIC 9(4) BINARY VALUE ZERO.
022700 77  WS-RUN-SKIPPED          PIC 9(4) BINARY VALUE ZERO.
022800 01  WS-RUN-TABLE.
022900     05  WS-RUN-ENTRY        OCCURS 500 TIMES.
023000         10  RUN-JOB         PIC X(8).
023100         10  RUN-STEP        PIC X(8).
023200         10  RUN-DATE        PIC 9(8).
023300         10  RUN-DSN         PIC X(44).
023400         10  RUN-LOADED      PIC 9(8) BINARY.
023500         10  RUN-NODOCID     PIC 9(8) BINARY.
023600         10  RUN-EOF-CNT     PIC 9(4) BINARY.
023700         10  RUN-REFUSED-CNT PIC 9(4) BINARY.
023800         10  RUN-STATE       PIC X.
023900             88  RUN-PENDING     VALUE ' '.
024000             88  RUN-READ-OK     VALUE 'R'.
024100             88  RUN-ROLLED-OFF  VALUE 'O'.
024200             88  RUN-FAILED      VALUE 'F'.
024300             88  RUN-REPEATED    VALUE 'D'.
024400 77  WS-SUB                  PIC 9(4) BINARY VALUE ZERO.
024500 77  WS-RUN-SUB              PIC 9(4) BINARY VALUE ZERO.
024600 77  WS-RUN-NUM              PIC 9(4) VALUE ZERO.
024700 77  WS-SAVE-RC              PIC S9(4) BINARY VALUE ZERO.
024800* The dynamic allocation request for CYCLIN (as in ACSTRPRT).
025000 COPY ACSTDYNA.
025600/ LAYOUT OF AN ACSTLOG RECORD, AS WRITTEN BY ACSTCHR (SEE
025700*ACSTCHR 8000-LOG-COUNTS - THE TWO LAYOUTS MUST STAY IN STEP).
025800 01  WS-LOG-LAYOUT.
025900     05  WS-LOG-PGM          PIC X(8).
026000     05  FILLER              PIC X.
026100     05  WS-LOG-JOB          PIC X(8).
026200     05  FILLER              PIC X.
026300     05  WS-LOG-STEP         PIC X(8).
026400     05  FILLER              PIC X.
026500     05  WS-LOG-DATE         PIC 9(4)/99/99.
026600     05  FILLER              PIC X.
026700     05  WS-LOG-TIME         PIC 99B99B99.
026800     05  FILLER              PIC X.
026900     05  WS-LOG-EVENT        PIC X(5).
027000     05  FILLER              PIC X.
027100     05  WS-LOG-RECCNT       PIC Z(7)9.
027200     05  FILLER              PIC X.
027300     05  WS-LOG-CHGCNT       PIC Z(7)9.
027400     05  FILLER              PIC X.
027500     05  WS-LOG-DELCNT       PIC Z(7)9.
027600     05  FILLER              PIC X.
027700     05  WS-LOG-INSCNT       PIC Z(7)9.
027800 77  WS-LOG-DATE-NUM         PIC 9(8) VALUE ZERO.
027900 77  WS-RECCNT-NUM           PIC 9(8) VALUE ZERO.
028000 77  WS-DELCNT-NUM           PIC 9(8) VALUE ZERO.
028100/ LAYOUT OF AN ACSTIDX RECORD, AS WRITTEN BY ACSTCHR (SEE ACSTCHR
028200*6000-CLOSE-DOC-UNIT).
028300 01  WS-IDX-LAYOUT.
028400     05  WS-IDX-FORMDEF      PIC X(8).
028500     05  FILLER              PIC X.
028600     05  WS-IDX-PAGEDEF      PIC X(8).
028700     05  FILLER              PIC X.
028800     05  WS-IDX-STARTREC     PIC 9(8).
028900     05  FILLER              PIC X.
029000     05  WS-IDX-RECCNT       PIC 9(8).
029100     05  FILLER              PIC X.
029200     05  WS-IDX-PAGECNT      PIC 9(8).
029300     05  FILLER              PIC X.
029400     05  WS-IDX-DOCID        PIC X(20).
029500/ LAYOUT OF A CYCLWRK RECORD.
029600 01  WS-WRK-LAYOUT.
029700     05  WS-WRK-DOCID        PIC X(20).
029800     05  FILLER              PIC X VALUE SPACE.
029900     05  WS-WRK-DATE         PIC 9(8).
030000     05  FILLER              PIC X VALUE SPACE.
030100     05  WS-WRK-RUN          PIC 9(4).
030200     05  FILLER              PIC X VALUE SPACE.
030300     05  WS-WRK-STARTREC     PIC 9(8).
030400     05  FILLER              PIC X VALUE SPACE.
030500     05  WS-WRK-PAGECNT      PIC 9(8).
030600     05  FILLER              PIC X(28) VALUE SPACES.
030700/ MATCH STATE.  THE ACCOUNT AND THE STATEMENT IN HAND EACH GO TO
030800*HIGH-VALUES AT END OF FILE, SO THE LOWER KEY ALWAYS MOVES.
030900 01  WS-ACCT-LAYOUT.
031000     05  WS-ACCT-NUMBER      PIC X(20).
031100     05  FILLER              PIC X(60).
031200 77  WS-EXT-ACCT             PIC X(20) VALUE LOW-VALUES.
031300 77  WS-PREV-ACCT            PIC X(20) VALUE LOW-VALUES.
031400 77  WS-STMT-ACCT            PIC X(20) VALUE LOW-VALUES.
031500 77  WS-ACCT-TAKE-FLAG       PIC X VALUE 'N'.
031600     88  ACCOUNT-TAKEN           VALUE 'Y'.
031700     88  ACCOUNT-WANTED          VALUE 'N'.
031800* The statements of one account, gathered before any is printed
031900*so a duplicate can be called a duplicate on its first line.
032000 77  WS-GRP-TABLE-MAX        PIC 9(4) BINARY VALUE 100.
032100 77  WS-GRP-COUNT            PIC 9(4) BINARY VALUE ZERO.
032200 77  WS-GRP-KEPT             PIC 9(4) BINARY VALUE ZERO.
032300 77  WS-GRP-ACCT             PIC X(20) VALUE SPACES.
032400 77  WS-GRP-DUPRUN-FLAG      PIC X VALUE 'N'.
032500     88  GROUP-ON-DUPRUN         VALUE 'Y'.
032600     88  GROUP-NOT-ON-DUPRUN     VALUE 'N'.
032700 01  WS-GRP-TABLE.
032800     05  WS-GRP-ENTRY        OCCURS 100 TIMES.
032900         10  GRP-DATE        PIC 9(8).
033000         10  GRP-RUN         PIC 9(4).
033100         10  GRP-STARTREC    PIC 9(8).
033200         10  GRP-PAGECNT     PIC 9(8).
033300/ RECONCILIATION TOTALS.
033400 77  WS-LOADED-CNT           PIC 9(8) BINARY VALUE ZERO.
033500 77  WS-NODOCID-CNT          PIC 9(8) BINARY VALUE ZERO.
033600 77  WS-BADREC-CNT           PIC 9(8) BINARY VALUE ZERO.
033700 77  WS-ROLLED-CNT           PIC 9(4) BINARY VALUE ZERO.
033800 77  WS-FAILED-CNT           PIC 9(4) BINARY VALUE ZERO.
033900 77  WS-OUTSIDE-CNT          PIC 9(4) BINARY VALUE ZERO.
034000 77  WS-ACCT-READ-CNT        PIC 9(8) BINARY VALUE ZERO.
034100 77  WS-ACCT-REPEAT-CNT      PIC 9(8) BINARY VALUE ZERO.
034200 77  WS-ACCT-SEQERR-CNT      PIC 9(8) BINARY VALUE ZERO.
034300 77  WS-MATCHED-CNT          PIC 9(8) BINARY VALUE ZERO.
034400 77  WS-MISSING-CNT          PIC 9(8) BINARY VALUE ZERO.
034500 77  WS-UNKNOWN-ACCT-CNT     PIC 9(8) BINARY VALUE ZERO.
034600 77  WS-UNKNOWN-STMT-CNT     PIC 9(8) BINARY VALUE ZERO.
034700 77  WS-DUP-ACCT-CNT         PIC 9(8) BINARY VALUE ZERO.
034800 77  WS-DUP-STMT-CNT         PIC 9(8) BINARY VALUE ZERO.
034900 77  WS-DUP-RERUN-CNT        PIC 9(8) BINARY VALUE ZERO.
035000 77  WS-GRP-OVER-CNT         PIC 9(8) BINARY VALUE ZERO.
035100 77  WS-WRK-OPEN-FLAG        PIC X VALUE 'N'.
035200     88  CYCL-WORK-OPEN          VALUE 'Y'.
035300     88  CYCL-WORK-CLOSED        VALUE 'N'.
035400 77  WS-RPT-OPEN-FLAG        PIC X VALUE 'N'.
035500     88  CYCL-RPT-OPEN           VALUE 'Y'.
035600     88  CYCL-RPT-CLOSED         VALUE 'N'.
035700/ REPORT LINE LAYOUTS.
035800 01  WS-HDR-LINE.
035900     05  FILLER              PIC X(36)
036000         VALUE 'ACSTCYCL STATEMENT-CYCLE RECONCILE'.
036100     05  FILLER              PIC X(10) VALUE 'RUN DATE: '.
036200     05  WS-HDR-DATE         PIC 9(4)/99/99.
036300     05  FILLER              PIC X(8) VALUE ' CYCLE: '.
036400     05  WS-HDR-FROM         PIC 9(4)/99/99.
036500     05  FILLER              PIC X(4) VALUE ' TO '.
036600     05  WS-HDR-TO           PIC 9(4)/99/99.
036700     05  FILLER              PIC X(44) VALUE SPACES.
036800 01  WS-RUN-COL-LINE.
036900     05  FILLER              PIC X(9) VALUE 'JOB'.
037000     05  FILLER              PIC X(9) VALUE 'STEP'.
037100     05  FILLER              PIC X(11) VALUE 'RUN DATE'.
037200     05  FILLER              PIC X(9) VALUE ' ENTRIES'.
037300     05  FILLER              PIC X(9) VALUE '   NO ID'.
037400     05  FILLER              PIC X(5) VALUE ' EOFS'.
037500     05  FILLER              PIC X(2) VALUE SPACES.
037600     05  FILLER              PIC X(16) VALUE 'DUPLICATE RUN'.
037700     05  FILLER              PIC X(13) VALUE 'INDEX'.
037800     05  FILLER              PIC X(49) VALUE 'ACSTIDX DATA SET'.
037900 01  WS-RUN-LINE.
038000     05  WS-RL-JOB           PIC X(8).
038100     05  FILLER              PIC X VALUE SPACE.
038200     05  WS-RL-STEP          PIC X(8).
038300     05  FILLER              PIC X VALUE SPACE.
038400     05  WS-RL-DATE          PIC 9(4)/99/99.
038500     05  FILLER              PIC X VALUE SPACE.
038600     05  WS-RL-LOADED        PIC Z(7)9.
038700     05  FILLER              PIC X VALUE SPACE.
038800     05  WS-RL-NODOCID       PIC Z(7)9.
038900     05  FILLER              PIC X VALUE SPACE.
039000     05  WS-RL-EOFS          PIC Z(3)9.
039100     05  FILLER              PIC XX VALUE SPACES.
039200     05  WS-RL-DUPRUN        PIC X(15).
039300     05  FILLER              PIC X VALUE SPACE.
039400     05  WS-RL-STATE         PIC X(12).
039500     05  FILLER              PIC X VALUE SPACE.
039600     05  WS-RL-DSN           PIC X(44).
039700     05  FILLER              PIC X(5) VALUE SPACES.
039800 01  WS-EXC-COL-LINE.
039900     05  FILLER              PIC X(11) VALUE 'EXCEPTION'.
040000     05  FILLER              PIC X(21) VALUE 'ACCOUNT'.
040100     05  FILLER              PIC X(9) VALUE 'JOB'.
040200     05  FILLER              PIC X(9) VALUE 'STEP'.
040300     05  FILLER              PIC X(11) VALUE 'RUN DATE'.
040400     05  FILLER              PIC X(9) VALUE ' START'.
040500     05  FILLER              PIC X(9) VALUE '   PAGES'.
040600     05  FILLER              PIC X(53) VALUE 'DUPLICATE RUN'.
040700 01  WS-EXC-LINE.
040800     05  WS-EXC-TYPE         PIC X(10).
040900     05  FILLER              PIC X VALUE SPACE.
041000     05  WS-EXC-ACCT         PIC X(20).
041100     05  FILLER              PIC X VALUE SPACE.
041200     05  WS-EXC-JOB          PIC X(8).
041300     05  FILLER              PIC X VALUE SPACE.
041400     05  WS-EXC-STEP         PIC X(8).
041500     05  FILLER              PIC X VALUE SPACE.
041600     05  WS-EXC-DATE         PIC X(10).
041700     05  FILLER              PIC X VALUE SPACE.
041800     05  WS-EXC-START        PIC X(8).
041900     05  FILLER              PIC X VALUE SPACE.
042000     05  WS-EXC-PAGES        PIC X(8).
042100     05  FILLER              PIC X VALUE SPACE.
042200     05  WS-EXC-DUPRUN       PIC X(15).
042300     05  FILLER              PIC X(37) VALUE SPACES.
042400 01  WS-CNT-LINE.
042500     05  WS-CNT-LABEL        PIC X(40).
042600     05  WS-CNT-VALUE        PIC Z(7)9.
042700     05  FILLER              PIC X(84) VALUE SPACES.
042800 01  WS-MSG-LINE             PIC X(132) VALUE SPACES.
042900 01  WS-DATE-EDIT            PIC 9(4)/99/99.
043000 01  WS-NUM-EDIT             PIC Z(7)9.
043100 77  WS-DUPRUN-TEXT          PIC X(15) VALUE SPACES.
043200     SKIP1
043300 TITLE 'Initialization and Main Line'.
043400 PROCEDURE DIVISION.
043500 0000-MAIN-LINE.
043600     PERFORM 1000-INITIALIZE.
043700     IF CYCLE-IS-USABLE
043800      THEN
043900       PERFORM 1200-LOAD-RUN-LIST
044000     END-IF.
044100     IF CYCLE-IS-USABLE
044200      THEN
044300       PERFORM 1300-SCAN-LOG;
044400       PERFORM 2000-LOAD-STATEMENTS;
044500       PERFORM 2900-PRINT-RUN-LIST
044600     END-IF.
044700     IF CYCLE-IS-USABLE
044800      THEN
044900       PERFORM 3000-MATCH-ACCOUNTS
045000     END-IF.
045100     PERFORM 4000-PRINT-TOTALS.
045200     GOBACK.
045300     SKIP1
045400 1000-INITIALIZE.
045500* Open the report first - the exception lines are written as the
045600*match finds them - then read the cycle range.  As with
045700*ACSTRPRT's range there is no sensible default.
045800     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
045900     OPEN OUTPUT CYCL-RPT.
046000     IF WS-RPT-STATUS NOT = '00'
046100      THEN
046200       DISPLAY PGMNAME, ' *** CYCLRPT OPEN FAILED, STATUS=',
046300               WS-RPT-STATUS, ' - NOTHING RECONCILED.'
046400       MOVE 8 TO RETURN-CODE
046500      ELSE
046600       SET CYCL-RPT-OPEN TO TRUE;
046700       OPEN INPUT CYCLCTL;
046800       IF WS-CTL-STATUS NOT = '00'
046900        THEN
047000         DISPLAY PGMNAME, ' *** CYCLCTL OPEN FAILED, STATUS=',
047100                 WS-CTL-STATUS, ' - NO CYCLE, NOTHING ',
047200                 'RECONCILED.'
047300         MOVE 8 TO RETURN-CODE
047400        ELSE
047500         READ CYCLCTL INTO WS-CYCLCTL-LAYOUT
047600           AT END
047700             DISPLAY PGMNAME, ' EMPTY CYCLCTL - NO CYCLE, ',
047800                     'NOTHING RECONCILED.'
047900             MOVE 8 TO RETURN-CODE
048000           NOT AT END
048100             PERFORM 1100-VALIDATE-CYCLE
048200         END-READ;
048300         CLOSE CYCLCTL
048400       END-IF;
048500       MOVE WS-CURRENT-DATE TO WS-HDR-DATE;
048600       MOVE WS-FROM-DATE TO WS-HDR-FROM;
048700       MOVE WS-TO-DATE TO WS-HDR-TO;
048800       WRITE CYCL-RPT-RECORD FROM WS-HDR-LINE
048900     END-IF.
049000     SKIP1
049100 1100-VALIDATE-CYCLE.
049200* Both dates must be present, numeric, and in order.
049300     IF WS-CYC-FROM IS NOT NUMERIC OR
049400        WS-CYC-TO IS NOT NUMERIC
049500      THEN
049600       DISPLAY PGMNAME, ' *** UNUSABLE CYCLCTL RECORD (DATES ',
049700               'NOT NUMERIC): ', WS-CYCLCTL-LAYOUT (1 : 17)
049800       MOVE 8 TO RETURN-CODE
049900      ELSE
050000       MOVE WS-CYC-FROM TO WS-FROM-DATE;
050100       MOVE WS-CYC-TO TO WS-TO-DATE;
050200       IF WS-FROM-DATE > WS-TO-DATE
050300        THEN
050400         DISPLAY PGMNAME, ' *** CYCLCTL FROM-DATE IS AFTER ',
050500                 'TO-DATE - NOTHING RECONCILED.'
050600         MOVE 8 TO RETURN-CODE
050700        ELSE
050800         SET CYCLE-IS-USABLE TO TRUE
050900       END-IF
051000     END-IF.
051100     SKIP1
051200 1200-LOAD-RUN-LIST.
051300* Load the cycle's runs.  A list that will not open, or that
051400*names no run, leaves nothing to reconcile against - every
051500*account would read as missing - so it stops the job.
051600     OPEN INPUT CYCL-LIST.
051700     IF WS-LST-STATUS NOT = '00'
051800      THEN
051900       DISPLAY PGMNAME, ' *** CYCLIDX OPEN FAILED, STATUS=',
052000               WS-LST-STATUS, ' - NOTHING RECONCILED.'
052100       MOVE 8 TO RETURN-CODE;
052200       SET CYCLE-NOT-USABLE TO TRUE
052300      ELSE
052400       PERFORM UNTIL WS-LST-AT-EOF
052500         READ CYCL-LIST INTO WS-LST-LAYOUT
052600           AT END
052700             SET WS-LST-AT-EOF TO TRUE
052800           NOT AT END
052900             PERFORM 1250-ADD-RUN
053000         END-READ
053100       END-PERFORM;
053200       CLOSE CYCL-LIST;
053300       IF WS-RUN-SKIPPED > ZERO
053400        THEN
053500         DISPLAY PGMNAME, ' *** RUN TABLE FULL - ',
053600                 WS-RUN-SKIPPED, ' RUNS NOT READ - ',
053700                 'RAISE WS-RUN-TABLE-MAX.'
053800         MOVE 8 TO RETURN-CODE
053900       END-IF;
054000       IF WS-RUN-COUNT = ZERO
054100        THEN
054200         DISPLAY PGMNAME, ' *** CYCLIDX NAMES NO USABLE RUN - ',
054300                 'NOTHING RECONCILED.'
054400         MOVE 8 TO RETURN-CODE;
054500         SET CYCLE-NOT-USABLE TO TRUE
054600       END-IF
054700     END-IF.
054800     SKIP1
054900 1250-ADD-RUN.
055000* Blank records are ignored.  A run dated outside the cycle is
055100*still read - the list is the operator's statement of what
055200*belongs to the cycle - but is said out loud.  The same data set
055300*listed twice would count every statement on it twice, so the
055400*repeat is kept on the run list but not read.
055500     IF WS-LST-LAYOUT NOT = SPACES
055600      THEN
055700       IF WS-LST-DATE IS NOT NUMERIC OR WS-LST-DSN = SPACES
055800        THEN
055900         DISPLAY PGMNAME, ' *** UNUSABLE CYCLIDX RECORD ',
056000                 'IGNORED: ', WS-LST-LAYOUT (1 : 71)
056100         MOVE 8 TO RETURN-CODE
056200        ELSE
056300         IF WS-RUN-COUNT = WS-RUN-TABLE-MAX
056400          THEN
056500           ADD 1 TO WS-RUN-SKIPPED
056600          ELSE
056700           ADD 1 TO WS-RUN-COUNT;
056800           MOVE WS-RUN-COUNT TO WS-RUN-SUB;
056900           MOVE WS-LST-JOB TO RUN-JOB (WS-RUN-SUB);
057000           MOVE WS-LST-STEP TO RUN-STEP (WS-RUN-SUB);
057100           MOVE WS-LST-DATE TO RUN-DATE (WS-RUN-SUB);
057200           MOVE WS-LST-DSN TO RUN-DSN (WS-RUN-SUB);
057300           MOVE ZERO TO RUN-LOADED (WS-RUN-SUB);
057400           MOVE ZERO TO RUN-NODOCID (WS-RUN-SUB);
057500           MOVE ZERO TO RUN-EOF-CNT (WS-RUN-SUB);
057600           MOVE ZERO TO RUN-REFUSED-CNT (WS-RUN-SUB);
057700           SET RUN-PENDING (WS-RUN-SUB) TO TRUE;
057800           PERFORM VARYING WS-SUB FROM 1 BY 1
057900                   UNTIL WS-SUB NOT < WS-RUN-SUB
058000             IF RUN-DSN (WS-SUB) = WS-LST-DSN
058100              THEN
058200               SET RUN-REPEATED (WS-RUN-SUB) TO TRUE
058300             END-IF
058400           END-PERFORM;
058500           IF RUN-DATE (WS-RUN-SUB) < WS-FROM-DATE OR
058600              RUN-DATE (WS-RUN-SUB) > WS-TO-DATE
058700            THEN
058800             ADD 1 TO WS-OUTSIDE-CNT;
058900             DISPLAY PGMNAME, ' CYCLIDX RUN DATED OUTSIDE THE ',
059000                 'CYCLE - READ ANYWAY: ',
059050                 WS-LST-LAYOUT (1 : 26)
059100           END-IF
059200         END-IF
059300       END-IF
059400     END-IF.
059500     SKIP1
059600 1300-SCAN-LOG.
059700* Count each listed run's ACSTCHR EOF records on ACSTLOG.  The
059800*log is read once, whole, in key order, as ACSTLTRD does.  An
059900*unreadable log costs only the duplicate-run column, so it is a
060000*warning, not a stop.
060100     OPEN INPUT COUNTS-LOG.
060200     IF WS-LOG-STATUS NOT = '00'
060300      THEN
060400       DISPLAY PGMNAME, ' ACSTLOG OPEN FAILED, STATUS=',
060500               WS-LOG-STATUS, ' - DUPLICATE-RUN STATE NOT SHOWN.'
060600       IF RETURN-CODE < 4
060700        THEN
060800         MOVE 4 TO RETURN-CODE
060900       END-IF
061000      ELSE
061100       PERFORM UNTIL WS-LOG-AT-EOF
061200         READ COUNTS-LOG NEXT RECORD INTO WS-LOG-LAYOUT
061300           AT END
061400             SET WS-LOG-AT-EOF TO TRUE
061500           NOT AT END
061600             IF WS-LOG-PGM = 'ACSTCHR' AND
061700                WS-LOG-EVENT = 'EOF  '
061800              THEN
061900               PERFORM 1350-NOTE-RUN-EOF
062000             END-IF
062100         END-READ
062200       END-PERFORM;
062300       CLOSE COUNTS-LOG
062400     END-IF.
062500     SKIP1
062600 1350-NOTE-RUN-EOF.
062700* The first EOF of a job/step/date is the run; any further EOF is
062800*a duplicate submission, refused when it passed nothing and
062900*deleted something (see ACSTLBAL 2200-NOTE-INPUT-EVENT).  Every
063000*listed run with that identity takes the counts.
063100     MOVE WS-LOG-DATE TO WS-LOG-DATE-NUM.
063200     MOVE WS-LOG-RECCNT TO WS-RECCNT-NUM.
063300     MOVE WS-LOG-DELCNT TO WS-DELCNT-NUM.
063400     PERFORM VARYING WS-SUB FROM 1 BY 1
063500             UNTIL WS-SUB > WS-RUN-COUNT
063600       IF RUN-JOB (WS-SUB) = WS-LOG-JOB AND
063700          RUN-STEP (WS-SUB) = WS-LOG-STEP AND
063800          RUN-DATE (WS-SUB) = WS-LOG-DATE-NUM
063900        THEN
064000         IF RUN-EOF-CNT (WS-SUB) > ZERO AND
064100            WS-RECCNT-NUM = ZERO AND WS-DELCNT-NUM > ZERO
064200          THEN
064300           ADD 1 TO RUN-REFUSED-CNT (WS-SUB)
064400         END-IF;
064500         ADD 1 TO RUN-EOF-CNT (WS-SUB)
064600       END-IF
064700     END-PERFORM.
064800     SKIP1
064900 TITLE 'Statement Gathering'.
065000 2000-LOAD-STATEMENTS.
065100* Read every listed run's ACSTIDX onto the work file.  OPEN
065200*OUTPUT on the REUSE cluster empties it first.
065300     OPEN OUTPUT CYCL-WORK.
065400     IF WS-WRK-STATUS NOT = '00'
065500      THEN
065600       DISPLAY PGMNAME, ' *** CYCLWRK OPEN FAILED, STATUS=',
065700               WS-WRK-STATUS, ' - NOTHING RECONCILED.'
065800       MOVE 8 TO RETURN-CODE;
065900       SET CYCLE-NOT-USABLE TO TRUE
066000      ELSE
066100       SET CYCL-WORK-OPEN TO TRUE;
066200       PERFORM VARYING WS-RUN-SUB FROM 1 BY 1
066300               UNTIL WS-RUN-SUB > WS-RUN-COUNT
066400                  OR CYCL-WORK-CLOSED
066500         IF RUN-PENDING (WS-RUN-SUB)
066600          THEN
066700           PERFORM 2100-LOAD-RUN-INDEX
066800         END-IF
066900       END-PERFORM;
067000       IF CYCL-WORK-OPEN
067100        THEN
067200         CLOSE CYCL-WORK;
067300         SET CYCL-WORK-CLOSED TO TRUE
067400        ELSE
067500         SET CYCLE-NOT-USABLE TO TRUE
067600       END-IF
067700     END-IF.
067800     SKIP1
067900 2100-LOAD-RUN-INDEX.
068000* One run's ACSTIDX.  A generation that cannot be allocated
068100*(see 2150) or is no longer there to open (status 35) has
068200*rolled off; anything else is a failure.
068300     PERFORM 2150-ALLOCATE-INDEX.
068310     IF NOT DYN-ALLOCATED
068320      THEN
068330       ADD 1 TO WS-ROLLED-CNT;
068340       SET RUN-ROLLED-OFF (WS-RUN-SUB) TO TRUE
068350      ELSE
068400       OPEN INPUT CYCL-IN;
068500       EVALUATE WS-IN-STATUS
068600         WHEN '00'
068700           PERFORM UNTIL WS-IN-AT-EOF OR CYCL-WORK-CLOSED
068800             READ CYCL-IN INTO WS-IDX-LAYOUT
068900               AT END
069000                 SET WS-IN-AT-EOF TO TRUE
069100               NOT AT END
069200                 PERFORM 2200-WRITE-WORK-ENTRY
069300             END-READ
069400           END-PERFORM
069500           CLOSE CYCL-IN
069600           SET RUN-READ-OK (WS-RUN-SUB) TO TRUE
069700         WHEN '35'
069900           ADD 1 TO WS-ROLLED-CNT
070000           SET RUN-ROLLED-OFF (WS-RUN-SUB) TO TRUE
070100         WHEN OTHER
070200           DISPLAY PGMNAME, ' *** OPEN FAILED FOR ',
070300                   RUN-DSN (WS-RUN-SUB), ' STATUS=',
070400                   WS-IN-STATUS
070500           MOVE 8 TO RETURN-CODE
070600           ADD 1 TO WS-FAILED-CNT
070700           SET RUN-FAILED (WS-RUN-SUB) TO TRUE
070800       END-EVALUATE
070810     END-IF.
070900     SKIP1
071000 2150-ALLOCATE-INDEX.
071010* Point CYCLIN at the run's ACSTIDX through BPXWDYN (see
071020*ACSTDYNA).  The CALL resets RETURN-CODE, which carries this
071030*run's grade, so it is saved across the call; the allocation's
071040*own code is left in WS-DYN-RC for 2100.
071050     MOVE 'CYCLIN' TO WS-DYN-DDNAME.
071060     MOVE RUN-DSN (WS-RUN-SUB) TO WS-DYN-DSN.
071070     MOVE SPACES TO WS-DYN-TEXT.
071080     MOVE 1 TO WS-DYN-PTR.
071090     STRING 'ALLOC FI(' DELIMITED BY SIZE
071100            WS-DYN-DDNAME DELIMITED BY SPACE
071110            ') DA(' DELIMITED BY SIZE
071120            WS-DYN-DSN DELIMITED BY SPACE
071130            ') SHR REUSE' DELIMITED BY SIZE
071140            INTO WS-DYN-TEXT WITH POINTER WS-DYN-PTR.
071150     COMPUTE WS-DYN-LENGTH = WS-DYN-PTR - 1.
071160     MOVE RETURN-CODE TO WS-SAVE-RC.
071170     CALL 'BPXWDYN' USING WS-DYN-REQUEST
071180                   RETURNING WS-DYN-RC.
071190     MOVE WS-SAVE-RC TO RETURN-CODE.
071200     IF NOT DYN-ALLOCATED
071210      THEN
071220       MOVE WS-DYN-RC TO WS-DYN-RC-EDIT;
071230       DISPLAY PGMNAME, ' ', WS-DYN-DSN, ' NOT ALLOCATED ',
071240               '(BPXWDYN RC=', WS-DYN-RC-EDIT, ') - ROLLED ',
071250               'OFF OR NOT READABLE.'
071260     END-IF.
072600     SKIP1
072700 2200-WRITE-WORK-ENTRY.
072800* One statement.  Entries with no captured identifier cannot be
072900*matched to an account and are counted, as ACSTXLOD counts them.
073000     EVALUATE TRUE
073100       WHEN WS-IDX-STARTREC IS NOT NUMERIC OR
073200            WS-IDX-PAGECNT IS NOT NUMERIC
073300         ADD 1 TO WS-BADREC-CNT
073400         DISPLAY PGMNAME, ' UNUSABLE ACSTIDX ENTRY IN ',
073500                 RUN-DSN (WS-RUN-SUB), ' SKIPPED: ',
073600                 WS-IDX-LAYOUT
073700       WHEN WS-IDX-DOCID = SPACES
073800         ADD 1 TO WS-NODOCID-CNT
073900         ADD 1 TO RUN-NODOCID (WS-RUN-SUB)
074000       WHEN OTHER
074100         MOVE WS-IDX-DOCID TO WS-WRK-DOCID
074200         MOVE RUN-DATE (WS-RUN-SUB) TO WS-WRK-DATE
074300         MOVE WS-RUN-SUB TO WS-WRK-RUN
074400         MOVE WS-IDX-STARTREC TO WS-WRK-STARTREC
074500         MOVE WS-IDX-PAGECNT TO WS-WRK-PAGECNT
074600         MOVE WS-WRK-LAYOUT TO CYCL-WORK-RECORD
074700         WRITE CYCL-WORK-RECORD
074800           INVALID KEY
074900             CONTINUE
075000         END-WRITE
075100         PERFORM 2250-CHECK-WORK-WRITE
075200     END-EVALUATE.
075300     SKIP1
075400 2250-CHECK-WORK-WRITE.
075500* The index is in print order, not account order; the dynamic
075600*access mode lets the work file take the keys as they come.  A
075700*duplicate key is the same statement twice on one index - a
075800*repeated start record, which ACSTCHR never writes - and is
075900*counted as unusable.  Any other failure stops the gathering.
076000     EVALUATE WS-WRK-STATUS
076100       WHEN '00'
076200         ADD 1 TO WS-LOADED-CNT
076300         ADD 1 TO RUN-LOADED (WS-RUN-SUB)
076400       WHEN '22'
076500         ADD 1 TO WS-BADREC-CNT
076600       WHEN OTHER
076700         DISPLAY PGMNAME, ' *** CYCLWRK WRITE FAILED, STATUS=',
076800                 WS-WRK-STATUS, ' - NOTHING RECONCILED.'
076900         MOVE 8 TO RETURN-CODE
077000         CLOSE CYCL-WORK
077100         SET CYCL-WORK-CLOSED TO TRUE
077200     END-EVALUATE.
077300     SKIP1
077400 2900-PRINT-RUN-LIST.
077500* One line per listed run: what was read from its index, how many
077600*times ACSTLOG says it completed, and its duplicate-run state.
077700     IF CYCL-RPT-OPEN
077800      THEN
077900       MOVE SPACES TO WS-MSG-LINE;
078000       WRITE CYCL-RPT-RECORD FROM WS-MSG-LINE;
078100       WRITE CYCL-RPT-RECORD FROM WS-RUN-COL-LINE;
078200       PERFORM VARYING WS-RUN-SUB FROM 1 BY 1
078300               UNTIL WS-RUN-SUB > WS-RUN-COUNT
078400         MOVE RUN-JOB (WS-RUN-SUB) TO WS-RL-JOB;
078500         MOVE RUN-STEP (WS-RUN-SUB) TO WS-RL-STEP;
078600         MOVE RUN-DATE (WS-RUN-SUB) TO WS-RL-DATE;
078700         MOVE RUN-LOADED (WS-RUN-SUB) TO WS-RL-LOADED;
078800         MOVE RUN-NODOCID (WS-RUN-SUB) TO WS-RL-NODOCID;
078900         MOVE RUN-EOF-CNT (WS-RUN-SUB) TO WS-RL-EOFS;
079000         PERFORM 3900-SET-DUPRUN-TEXT;
079100         MOVE WS-DUPRUN-TEXT TO WS-RL-DUPRUN;
079200         EVALUATE TRUE
079300           WHEN RUN-READ-OK (WS-RUN-SUB)
079400             MOVE 'READ' TO WS-RL-STATE
079500           WHEN RUN-ROLLED-OFF (WS-RUN-SUB)
079600             MOVE 'ROLLED OFF' TO WS-RL-STATE
079700           WHEN RUN-FAILED (WS-RUN-SUB)
079800             MOVE 'OPEN FAILED' TO WS-RL-STATE
079900           WHEN RUN-REPEATED (WS-RUN-SUB)
080000             MOVE 'LISTED TWICE' TO WS-RL-STATE
080100           WHEN OTHER
080200             MOVE 'NOT READ' TO WS-RL-STATE
080300         END-EVALUATE;
080400         MOVE RUN-DSN (WS-RUN-SUB) TO WS-RL-DSN;
080500         WRITE CYCL-RPT-RECORD FROM WS-RUN-LINE
080600       END-PERFORM
080700     END-IF.
080800     SKIP1
080900 TITLE 'Account Match'.
081000 3000-MATCH-ACCOUNTS.
081100* Match the extract against the work file, both in account order.
081200*The lower key moves: an extract account below the statement in
081300*hand has no statement, a statement below the account in hand
081400*belongs to no account, and equal keys are a match - a
081500*duplicate when the account has more than one statement.
081600     OPEN INPUT CYCL-ACCT.
081700     IF WS-ACCT-STATUS NOT = '00'
081800      THEN
081900       DISPLAY PGMNAME, ' *** CYCLACCT OPEN FAILED, STATUS=',
082000               WS-ACCT-STATUS, ' - NOTHING RECONCILED.'
082100       MOVE 8 TO RETURN-CODE;
082200       SET CYCLE-NOT-USABLE TO TRUE
082300      ELSE
082400       OPEN INPUT CYCL-WORK;
082500       IF WS-WRK-STATUS NOT = '00'
082600        THEN
082700         DISPLAY PGMNAME, ' *** CYCLWRK OPEN FAILED, STATUS=',
082800                 WS-WRK-STATUS, ' - NOTHING RECONCILED.'
082900         MOVE 8 TO RETURN-CODE;
083000         SET CYCLE-NOT-USABLE TO TRUE
083100        ELSE
083200         IF CYCL-RPT-OPEN
083300          THEN
083400           MOVE SPACES TO WS-MSG-LINE;
083500           WRITE CYCL-RPT-RECORD FROM WS-MSG-LINE;
083600           WRITE CYCL-RPT-RECORD FROM WS-EXC-COL-LINE
083700         END-IF;
083800         PERFORM 3200-READ-ACCOUNT;
083900         PERFORM 3300-READ-STATEMENT;
084000         PERFORM 3100-MATCH-STEP
084100             UNTIL WS-EXT-ACCT = HIGH-VALUES AND
084200                   WS-STMT-ACCT = HIGH-VALUES;
084300         CLOSE CYCL-WORK
084400       END-IF;
084500       CLOSE CYCL-ACCT
084600     END-IF.
084700     SKIP1
084800 3100-MATCH-STEP.
084900     EVALUATE TRUE
085000       WHEN WS-EXT-ACCT < WS-STMT-ACCT
085100         ADD 1 TO WS-MISSING-CNT
085200         MOVE SPACES TO WS-EXC-LINE
085300         MOVE 'MISSING' TO WS-EXC-TYPE
085400         MOVE WS-EXT-ACCT TO WS-EXC-ACCT
085500         PERFORM 3800-WRITE-EXC-LINE
085600         PERFORM 3200-READ-ACCOUNT
085700       WHEN WS-EXT-ACCT > WS-STMT-ACCT
085800         PERFORM 3400-TAKE-STATEMENT-GROUP
085900         ADD 1 TO WS-UNKNOWN-ACCT-CNT
086000         ADD WS-GRP-COUNT TO WS-UNKNOWN-STMT-CNT
086100         PERFORM 3500-PRINT-GROUP
086200       WHEN OTHER
086300         PERFORM 3400-TAKE-STATEMENT-GROUP
086400         ADD 1 TO WS-MATCHED-CNT
086500         IF WS-GRP-COUNT > 1
086600          THEN
086700           ADD 1 TO WS-DUP-ACCT-CNT;
086800           ADD WS-GRP-COUNT TO WS-DUP-STMT-CNT;
086900           PERFORM 3500-PRINT-GROUP;
087000           IF GROUP-ON-DUPRUN
087100            THEN
087200             ADD 1 TO WS-DUP-RERUN-CNT
087300           END-IF
087400         END-IF
087500         PERFORM 3200-READ-ACCOUNT
087600     END-EVALUATE.
087700     SKIP1
087800 3200-READ-ACCOUNT.
087900* Take the next usable extract account.  Blank records and
088000*repeats are skipped.  An account lower than the one before it
088100*breaks the match - every answer after it could be wrong - so it
088200*is skipped, counted, and fails the step.
088300     SET ACCOUNT-WANTED TO TRUE.
088400     PERFORM UNTIL ACCOUNT-TAKEN
088500       READ CYCL-ACCT INTO WS-ACCT-LAYOUT
088600         AT END
088700           MOVE HIGH-VALUES TO WS-EXT-ACCT
088800           SET ACCOUNT-TAKEN TO TRUE
088900         NOT AT END
089000           EVALUATE TRUE
089100             WHEN WS-ACCT-NUMBER = SPACES
089200               CONTINUE
089300             WHEN WS-ACCT-NUMBER = WS-PREV-ACCT
089400               ADD 1 TO WS-ACCT-REPEAT-CNT
089500             WHEN WS-ACCT-NUMBER < WS-PREV-ACCT
089600               ADD 1 TO WS-ACCT-SEQERR-CNT
089700               DISPLAY PGMNAME, ' *** CYCLACCT OUT OF SEQUENCE',
089800                       ' - SKIPPED: ', WS-ACCT-NUMBER
089900               MOVE 8 TO RETURN-CODE
090000             WHEN OTHER
090100               ADD 1 TO WS-ACCT-READ-CNT
090200               MOVE WS-ACCT-NUMBER TO WS-EXT-ACCT
090300               MOVE WS-ACCT-NUMBER TO WS-PREV-ACCT
090400               SET ACCOUNT-TAKEN TO TRUE
090500           END-EVALUATE
090600       END-READ
090700     END-PERFORM.
090800     SKIP1
090900 3300-READ-STATEMENT.
091000     READ CYCL-WORK NEXT RECORD INTO WS-WRK-LAYOUT
091100       AT END
091200         MOVE HIGH-VALUES TO WS-STMT-ACCT
091300       NOT AT END
091400         MOVE WS-WRK-DOCID TO WS-STMT-ACCT
091500     END-READ.
091600     SKIP1
091700 3400-TAKE-STATEMENT-GROUP.
091800* Gather every statement of the account in hand.  Past the table
091900*the statements are still counted, and said at the end.
092000     MOVE WS-STMT-ACCT TO WS-GRP-ACCT.
092100     MOVE ZERO TO WS-GRP-COUNT.
092200     MOVE ZERO TO WS-GRP-KEPT.
092300     SET GROUP-NOT-ON-DUPRUN TO TRUE.
092400     PERFORM UNTIL WS-STMT-ACCT NOT = WS-GRP-ACCT
092500       ADD 1 TO WS-GRP-COUNT;
092600       IF WS-GRP-KEPT = WS-GRP-TABLE-MAX
092700        THEN
092800         ADD 1 TO WS-GRP-OVER-CNT
092900        ELSE
093000         ADD 1 TO WS-GRP-KEPT;
093100         MOVE WS-WRK-DATE TO GRP-DATE (WS-GRP-KEPT);
093200         MOVE WS-WRK-RUN TO GRP-RUN (WS-GRP-KEPT);
093300         MOVE WS-WRK-STARTREC TO GRP-STARTREC (WS-GRP-KEPT);
093400         MOVE WS-WRK-PAGECNT TO GRP-PAGECNT (WS-GRP-KEPT)
093500       END-IF;
093600       PERFORM 3300-READ-STATEMENT
093700     END-PERFORM.
093800     SKIP1
093900 3500-PRINT-GROUP.
094000* One line per statement of an unknown or duplicated account.
094100     PERFORM VARYING WS-SUB FROM 1 BY 1
094200             UNTIL WS-SUB > WS-GRP-KEPT
094300       MOVE SPACES TO WS-EXC-LINE;
094400       IF WS-GRP-COUNT > 1
094500        THEN
094600         MOVE 'DUPLICATE' TO WS-EXC-TYPE
094700        ELSE
094800         MOVE 'UNKNOWN' TO WS-EXC-TYPE
094900       END-IF;
095000       IF WS-EXT-ACCT > WS-GRP-ACCT AND WS-GRP-COUNT > 1
095100        THEN
095200         MOVE 'UNKN DUP' TO WS-EXC-TYPE
095300       END-IF;
095400       MOVE WS-GRP-ACCT TO WS-EXC-ACCT;
095500       MOVE GRP-RUN (WS-SUB) TO WS-RUN-SUB;
095600       MOVE RUN-JOB (WS-RUN-SUB) TO WS-EXC-JOB;
095700       MOVE RUN-STEP (WS-RUN-SUB) TO WS-EXC-STEP;
095800       MOVE GRP-DATE (WS-SUB) TO WS-DATE-EDIT;
095900       MOVE WS-DATE-EDIT TO WS-EXC-DATE;
096000       MOVE GRP-STARTREC (WS-SUB) TO WS-NUM-EDIT;
096100       MOVE WS-NUM-EDIT TO WS-EXC-START;
096200       MOVE GRP-PAGECNT (WS-SUB) TO WS-NUM-EDIT;
096300       MOVE WS-NUM-EDIT TO WS-EXC-PAGES;
096400       PERFORM 3900-SET-DUPRUN-TEXT;
096500       MOVE WS-DUPRUN-TEXT TO WS-EXC-DUPRUN;
096600       IF RUN-EOF-CNT (WS-RUN-SUB) > 1 AND
096700          RUN-REFUSED-CNT (WS-RUN-SUB) <
096800              RUN-EOF-CNT (WS-RUN-SUB) - 1
096900        THEN
097000         SET GROUP-ON-DUPRUN TO TRUE
097100       END-IF;
097200       PERFORM 3800-WRITE-EXC-LINE
097300     END-PERFORM.
097400     SKIP1
097500 3800-WRITE-EXC-LINE.
097600     IF CYCL-RPT-OPEN
097700      THEN
097800       WRITE CYCL-RPT-RECORD FROM WS-EXC-LINE
097900     END-IF.
098000     SKIP1
098100 3900-SET-DUPRUN-TEXT.
098200* The duplicate-run state of run WS-RUN-SUB, from its EOF counts
098300*on ACSTLOG.  A rerun that was not refused printed again.
098400     EVALUATE TRUE
098500       WHEN WS-LOG-STATUS NOT = '00' AND NOT WS-LOG-AT-EOF
098600         MOVE 'LOG NOT READ' TO WS-DUPRUN-TEXT
098700       WHEN RUN-EOF-CNT (WS-RUN-SUB) = ZERO
098800         MOVE 'NO EOF ON LOG' TO WS-DUPRUN-TEXT
098900       WHEN RUN-EOF-CNT (WS-RUN-SUB) = 1
099000         MOVE SPACES TO WS-DUPRUN-TEXT
099100       WHEN RUN-REFUSED-CNT (WS-RUN-SUB) =
099200            RUN-EOF-CNT (WS-RUN-SUB) - 1
099300         MOVE 'DUPRUN REFUSED' TO WS-DUPRUN-TEXT
099400       WHEN OTHER
099500         MOVE 'DUPRUN WARN' TO WS-DUPRUN-TEXT
099600     END-EVALUATE.
099700     SKIP1
099800 TITLE 'Reconciliation Totals'.
099900 4000-PRINT-TOTALS.
100000     IF CYCL-RPT-OPEN
100100      THEN
100200       IF CYCLE-NOT-USABLE
100300        THEN
100400         MOVE SPACES TO WS-MSG-LINE;
100500         MOVE '*** CYCLE NOT RECONCILED - SEE CONSOLE ***'
100600             TO WS-MSG-LINE;
100700         WRITE CYCL-RPT-RECORD FROM WS-MSG-LINE
100800        ELSE
100900         PERFORM 4200-PRINT-COUNT-LINES
101000       END-IF;
101100       CLOSE CYCL-RPT
101200     END-IF.
101300     IF (WS-MISSING-CNT > ZERO OR WS-UNKNOWN-ACCT-CNT > ZERO OR
101400         WS-DUP-ACCT-CNT > ZERO OR WS-ROLLED-CNT > ZERO OR
101500         WS-BADREC-CNT > ZERO) AND RETURN-CODE < 4
101600      THEN
101700       MOVE 4 TO RETURN-CODE
101800     END-IF.
101900     SKIP1
102000 4200-PRINT-COUNT-LINES.
102100     MOVE SPACES TO WS-MSG-LINE.
102200     WRITE CYCL-RPT-RECORD FROM WS-MSG-LINE.
102300     MOVE 'RUNS LISTED' TO WS-CNT-LABEL.
102400     MOVE WS-RUN-COUNT TO WS-CNT-VALUE.
102500     WRITE CYCL-RPT-RECORD FROM WS-CNT-LINE.
102600     MOVE 'RUNS DATED OUTSIDE THE CYCLE' TO WS-CNT-LABEL.
102700     MOVE WS-OUTSIDE-CNT TO WS-CNT-VALUE.
102800     WRITE CYCL-RPT-RECORD FROM WS-CNT-LINE.
102900     MOVE 'RUN INDEXES ROLLED OFF' TO WS-CNT-LABEL.
103000     MOVE WS-ROLLED-CNT TO WS-CNT-VALUE.
103100     WRITE CYCL-RPT-RECORD FROM WS-CNT-LINE.
103200     MOVE 'RUN INDEXES FAILED TO OPEN' TO WS-CNT-LABEL.
103300     MOVE WS-FAILED-CNT TO WS-CNT-VALUE.
103400     WRITE CYCL-RPT-RECORD FROM WS-CNT-LINE.
103500     MOVE 'STATEMENTS GATHERED' TO WS-CNT-LABEL.
103600     MOVE WS-LOADED-CNT TO WS-CNT-VALUE.
103700     WRITE CYCL-RPT-RECORD FROM WS-CNT-LINE.
103800     MOVE 'STATEMENTS WITH NO DOCUMENT ID' TO WS-CNT-LABEL.
103900     MOVE WS-NODOCID-CNT TO WS-CNT-VALUE.
104000     WRITE CYCL-RPT-RECORD FROM WS-CNT-LINE.
104100     MOVE 'UNUSABLE INDEX ENTRIES' TO WS-CNT-LABEL.
104200     MOVE WS-BADREC-CNT TO WS-CNT-VALUE.
104300     WRITE CYCL-RPT-RECORD FROM WS-CNT-LINE.
104400     MOVE 'ACCOUNTS ON EXTRACT' TO WS-CNT-LABEL.
104500     MOVE WS-ACCT-READ-CNT TO WS-CNT-VALUE.
104600     WRITE CYCL-RPT-RECORD FROM WS-CNT-LINE.
104700     MOVE 'EXTRACT REPEATS IGNORED' TO WS-CNT-LABEL.
104800     MOVE WS-ACCT-REPEAT-CNT TO WS-CNT-VALUE.
104900     WRITE CYCL-RPT-RECORD FROM WS-CNT-LINE.
105000     MOVE 'EXTRACT RECORDS OUT OF SEQUENCE' TO WS-CNT-LABEL.
105100     MOVE WS-ACCT-SEQERR-CNT TO WS-CNT-VALUE.
105200     WRITE CYCL-RPT-RECORD FROM WS-CNT-LINE.
105300     MOVE 'ACCOUNTS WITH A STATEMENT' TO WS-CNT-LABEL.
105400     MOVE WS-MATCHED-CNT TO WS-CNT-VALUE.
105500     WRITE CYCL-RPT-RECORD FROM WS-CNT-LINE.
105600     MOVE 'ACCOUNTS MISSING A STATEMENT' TO WS-CNT-LABEL.
105700     MOVE WS-MISSING-CNT TO WS-CNT-VALUE.
105800     WRITE CYCL-RPT-RECORD FROM WS-CNT-LINE.
105900     MOVE 'UNKNOWN ACCOUNTS' TO WS-CNT-LABEL.
106000     MOVE WS-UNKNOWN-ACCT-CNT TO WS-CNT-VALUE.
106100     WRITE CYCL-RPT-RECORD FROM WS-CNT-LINE.
106200     MOVE '  THEIR STATEMENTS' TO WS-CNT-LABEL.
106300     MOVE WS-UNKNOWN-STMT-CNT TO WS-CNT-VALUE.
106400     WRITE CYCL-RPT-RECORD FROM WS-CNT-LINE.
106500     MOVE 'ACCOUNTS PRINTED MORE THAN ONCE' TO WS-CNT-LABEL.
106600     MOVE WS-DUP-ACCT-CNT TO WS-CNT-VALUE.
106700     WRITE CYCL-RPT-RECORD FROM WS-CNT-LINE.
106800     MOVE '  THEIR STATEMENTS' TO WS-CNT-LABEL.
106900     MOVE WS-DUP-STMT-CNT TO WS-CNT-VALUE.
107000     WRITE CYCL-RPT-RECORD FROM WS-CNT-LINE.
107100     MOVE '  OF WHICH ON A DUPRUN WARN RERUN' TO WS-CNT-LABEL.
107200     MOVE WS-DUP-RERUN-CNT TO WS-CNT-VALUE.
107300     WRITE CYCL-RPT-RECORD FROM WS-CNT-LINE.
107400     IF WS-GRP-OVER-CNT > ZERO
107500      THEN
107600       MOVE SPACES TO WS-MSG-LINE;
107700       MOVE 'NOTE: STATEMENTS PAST 100 FOR ONE ACCOUNT ARE '
107800           TO WS-MSG-LINE;
107900       MOVE 'COUNTED BUT NOT LISTED' TO WS-MSG-LINE (47 : 22);
108000       WRITE CYCL-RPT-RECORD FROM WS-MSG-LINE
108100     END-IF.
