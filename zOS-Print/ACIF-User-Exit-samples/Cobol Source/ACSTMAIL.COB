000100 PROCESS DYNAM NUMPROC(PFD) TRUNC(OPT)           NOSEQ
000200* LAST UPDATE ON 15 Oct 2026 AT 19:00:00 BY  MAINT     VERSION 02 *
000300 ID DIVISION.
000400 PROGRAM-ID. ACSTMAIL.
000500 AUTHOR. MAINT.
000600 INSTALLATION. IBM BOULDER PROGRAMMING CENTER.
000700               Mailroom work order and postage estimate from the
000800               ACSTIDX document indexes ACSTCHR writes.
000900
001000               ACSTCHR counts the pages of every document it
001100               passes to ACIF.  This program reads a day's
001200               ACSTIDX generations, as listed on MAILLST, and
001300               turns each document's page count into sheets -
001400               simplex or duplex by FORMDEF - then into an
001500               envelope and a postage class from the MAILCTL
001600               tables.  A document too thick for every machine
001700               envelope is flagged for hand finishing and
001800               itemized, so the inserter setup and the hand
001900               table can both be planned before the print
002000               arrives.  Two reports come out: a work order per
002100               job and FORMDEF for the mailroom, and a postage
002200               estimate by tier that finance can accrue
002300               against.
002400
002500               The figures are net of what never reaches an
002600               envelope.  ACSTIDX page counts are already the
002700               pages passed to ACIF, so a document the exit
002800               deleted whole shows no pages and is not mailed.
002900               A suppressed document (listed on the run's
003000               ACSTSUP) went to e-delivery, and a document with
003100               a record on the run's ACSTQCP quarantine capture
003200               is held for repair and reissue; both are left
003300               out.  A document's input records run from its
003400               start record up to the next document's start
003500               record, which is how a quarantined record number
003600               is placed.  A run listed without an ACSTQCP or
003700               ACSTSUP is taken to have had none; one listed but
003800               no longer readable is estimated gross of it, and
003900               the estimate says so.
004000
004100               Each data set is allocated dynamically (BPXWDYN)
004200               from the name on MAILLST - ACSTIDX under MAILIN,
004300               ACSTQCP under MAILQCP, ACSTSUP under MAILSUP; do
004400               not code those DDs in the JCL.  A generation that
004500               cannot be allocated (no longer cataloged, or not
004550               readable by this job) has rolled off and is
004560               reported.
004600
004700               DD statements:
004800                 MAILCTL  - the mailroom tables, required.  One
004900                            entry per record, the entry type in
005000                            columns 1-4, a name in 6-13, a
005100                            number in 15-19, a second number in
005200                            21-27, and a mode letter in 29:
005300                            PLEX - FORMDEF in 6-13 (blank
005400                                   matches any), S (simplex)
005500                                   or D (duplex) in 29; first
005600                                   matching entry wins, and a
005700                                   FORMDEF no entry matches is
005800                                   simplex.
005900                            PAPR - sheet weight in tenths of a
006000                                   gram in 15-19.  Required.
006100                            ENVL - envelope name in 6-13, sheet
006200                                   limit in 15-19, envelope
006300                                   weight in tenths of a gram
006400                                   in 21-27, M (machine
006500                                   insert) or H (hand) in 29.
006600                                   List each mode smallest
006700                                   first; the first envelope
006800                                   that holds the sheets is
006900                                   used.
007000                            TIER - postage class name in 6-13,
007100                                   top piece weight in tenths
007200                                   of a gram in 15-19, rate
007300                                   per piece in 21-27 as seven
007400                                   digits with three implied
007500                                   decimals (0000730 is
007600                                   0.730).  Lightest first.
007700                 MAILLST  - the day's data sets, one per
007800                            record: job name in 1-8, step name
007900                            of the ACIF step in 10-17, run date
008000                            YYYYMMDD in 19-26, the kind in
008100                            28-30 (IDX for the run's ACSTIDX,
008200                            QCP for its ACSTQCP, SUP for its
008300                            ACSTSUP), and the data set name in
008400                            32-75.  A run's QCP and SUP records
008500                            follow its IDX record.
008600                 MAILWO   - SYSOUT mailroom work order.
008700                 MAILEST  - SYSOUT postage estimate.
008800
008900               RETURN-CODE 4 when a piece could not be priced
009000               (no envelope or postage tier holds it), a data
009100               set had rolled off, or a run's estimate is not
009200               net of its quarantine or suppression; 8 on a
009300               control or file failure.
009400 DATE-WRITTEN. 15 Oct 2026.
009500 DATE-COMPILED.
009600 SECURITY. NONE.
009700*/**************************************************************/
009800*/* Licensed under the Apache License, Version 2.0 (the        */
009900*/* "License"); you may not use this file except in compliance */
010000*/* with the License. You may obtain a copy of the License at  */
010100*/*                                                            */
010200*/* http://www.apache.org/licenses/LICENSE-2.0                 */
010300*/*                                                            */
010400*/* Unless required by applicable law or agreed to in writing, */
010500*/* software distributed under the License is distributed on an*/
010600*/* "AS IS" BASIS, WITHOUT WARRANTIES OR CONDITIONS OF ANY     */
010700*/* KIND, either express or implied.  See the License for the  */
010800*/* specific language governing permissions and limitations    */
010900*/* under the License.                                         */
011000*/**************************************************************/
011100 TITLE 'ACSTIDX Mailroom Work Order and Postage Estimate'.
011200 ENVIRONMENT DIVISION.
011300 CONFIGURATION SECTION.
011400 SOURCE-COMPUTER. IBM-370.
011500 OBJECT-COMPUTER. IBM-370.
011600 INPUT-OUTPUT SECTION.
011700 FILE-CONTROL.
011800     SELECT MAILCTL ASSIGN TO MAILCTL
011900         ORGANIZATION IS SEQUENTIAL
012000         ACCESS MODE IS SEQUENTIAL
012100         FILE STATUS IS WS-CTL-STATUS.
012200     SELECT MAIL-LIST ASSIGN TO MAILLST
012300         ORGANIZATION IS SEQUENTIAL
012400         ACCESS MODE IS SEQUENTIAL
012500         FILE STATUS IS WS-LST-STATUS.
012600* One run's ACSTIDX at a time, allocated by 2150-ALLOCATE-DATA-
012700*SET before each OPEN.  The layout is ACSTCHR 6000-CLOSE-DOC-
012800*UNIT's.
012900     SELECT MAIL-IN ASSIGN TO MAILIN
013000         ORGANIZATION IS SEQUENTIAL
013100         ACCESS MODE IS SEQUENTIAL
013200         FILE STATUS IS WS-IN-STATUS.
013300* The run's quarantine capture, as ACSTCHR 2860-CAPTURE-
013400*QUARANTINED-REC writes it.  Only the record number is used.
013500     SELECT QCP-FILE ASSIGN TO MAILQCP
013600         ORGANIZATION IS SEQUENTIAL
013700         ACCESS MODE IS SEQUENTIAL
013800         FILE STATUS IS WS-QCP-STATUS.
013900* The run's e-delivery suppression log, as ACSTCHR writes it.
014000     SELECT SUPPRESS-LOG ASSIGN TO MAILSUP
014100         ORGANIZATION IS SEQUENTIAL
014200         ACCESS MODE IS SEQUENTIAL
014300         FILE STATUS IS WS-SUP-STATUS.
014400     SELECT MAIL-WO ASSIGN TO MAILWO
014500         ORGANIZATION IS SEQUENTIAL
014600         ACCESS MODE IS SEQUENTIAL
014700         FILE STATUS IS WS-WO-STATUS.
014800     SELECT MAIL-EST ASSIGN TO MAILEST
014900         ORGANIZATION IS SEQUENTIAL
015000         ACCESS MODE IS SEQUENTIAL
015100         FILE STATUS IS WS-EST-STATUS.
015200     EJECT
015300 DATA DIVISION.
015400 FILE SECTION.
015500 FD  MAILCTL
015600     RECORDING MODE IS F
015700     LABEL RECORDS ARE STANDARD.
015800 01  MAILCTL-RECORD             PIC X(80).
015900 FD  MAIL-LIST
016000     RECORDING MODE IS F
016100     LABEL RECORDS ARE STANDARD.
016200 01  MAIL-LIST-RECORD           PIC X(80).
016300 FD  MAIL-IN
016400     RECORDING MODE IS F
016500     LABEL RECORDS ARE STANDARD.
016600 01  MAIL-IN-RECORD             PIC X(65).
016700 FD  QCP-FILE
016800     RECORDING MODE IS F
016900     LABEL RECORDS ARE STANDARD.
017000 01  QCP-FILE-RECORD.
017100     05  QCP-RECNO              PIC X(8).
017200     05  FILLER                 PIC X(32752).
017300 FD  SUPPRESS-LOG
017400     RECORDING MODE IS F
017500     LABEL RECORDS ARE STANDARD.
017600 01  SUPPRESS-LOG-RECORD        PIC X(80).
017700 FD  MAIL-WO
017800     RECORDING MODE IS F
017900     LABEL RECORDS ARE STANDARD.
018000 01  MAIL-WO-RECORD             PIC X(132).
018100 FD  MAIL-EST
018200     RECORDING MODE IS F
018300     LABEL RECORDS ARE STANDARD.
018400 01  MAIL-EST-RECORD            PIC X(132).
018500 WORKING-STORAGE SECTION.
018600 77  PGMNAME                 PIC X(8) VALUE 'ACSTMAIL'.
018700 77  WS-CTL-STATUS           PIC XX VALUE SPACES.
018800     88  WS-CTL-AT-EOF           VALUE '10'.
018900 77  WS-LST-STATUS           PIC XX VALUE SPACES.
019000     88  WS-LST-AT-EOF           VALUE '10'.
019100 77  WS-IN-STATUS            PIC XX VALUE SPACES.
019200     88  WS-IN-AT-EOF            VALUE '10'.
019300 77  WS-QCP-STATUS           PIC XX VALUE SPACES.
019400     88  WS-QCP-AT-EOF           VALUE '10'.
019500 77  WS-SUP-STATUS           PIC XX VALUE SPACES.
019600     88  WS-SUP-AT-EOF           VALUE '10'.
019700 77  WS-WO-STATUS            PIC XX VALUE SPACES.
019800 77  WS-EST-STATUS           PIC XX VALUE SPACES.
019900 77  WS-CURRENT-DATE         PIC 9(8) VALUE ZERO.
020000 77  WS-MAIL-FLAG            PIC X VALUE 'Y'.
020100     88  MAIL-IS-USABLE          VALUE 'Y'.
020200     88  MAIL-NOT-USABLE         VALUE 'N'.
020300/ ONE MAILCTL ENTRY.  THE SECOND NUMBER IS A WEIGHT ON AN ENVL
020400*ENTRY AND A RATE ON A TIER ENTRY.
020500 01  WS-MCTL-LAYOUT.
020600     05  WS-MCTL-TYPE        PIC X(4).
020700     05  FILLER              PIC X.
020800     05  WS-MCTL-NAME        PIC X(8).
020900     05  FILLER              PIC X.
021000     05  WS-MCTL-NUM1        PIC 9(5).
021100     05  FILLER              PIC X.
021200     05  WS-MCTL-NUM2        PIC 9(7).
021300     05  WS-MCTL-RATE REDEFINES WS-MCTL-NUM2
021400                             PIC 9(4)V999.
021500     05  FILLER              PIC X.
021600     05  WS-MCTL-MODE        PIC X.
021700     05  FILLER              PIC X(51).
021800/ THE MAILROOM TABLES LOADED FROM MAILCTL.  WEIGHTS ARE IN
021900*TENTHS OF A GRAM THROUGHOUT.
022000 77  WS-PAPER-WEIGHT         PIC 9(5) BINARY VALUE ZERO.
022100 77  WS-PLX-TABLE-MAX        PIC 9(4) BINARY VALUE 50.
022200 77  WS-PLX-CNT              PIC 9(4) BINARY VALUE ZERO.
022300 01  WS-PLEX-TABLE.
022400     05  WS-PLX-ENTRY        OCCURS 50 TIMES.
022500         10  PLX-FORMDEF     PIC X(8).
022600         10  PLX-MODE        PIC X.
022700 77  WS-ENV-TABLE-MAX        PIC 9(4) BINARY VALUE 10.
022800 77  WS-ENV-CNT              PIC 9(4) BINARY VALUE ZERO.
022900 01  WS-ENVELOPE-TABLE.
023000     05  WS-ENV-ENTRY        OCCURS 10 TIMES.
023100         10  ENV-NAME        PIC X(8).
023200         10  ENV-SHEETS      PIC 9(5) BINARY.
023300         10  ENV-WEIGHT      PIC 9(7) BINARY.
023400         10  ENV-MODE        PIC X.
023500             88  ENV-MACHINE     VALUE 'M'.
023600             88  ENV-HAND        VALUE 'H'.
023700         10  ENV-PIECES      PIC 9(8) BINARY.
023800         10  ENV-SHEETCNT    PIC 9(10) BINARY.
023900 77  WS-TIR-TABLE-MAX        PIC 9(4) BINARY VALUE 20.
024000 77  WS-TIR-CNT              PIC 9(4) BINARY VALUE ZERO.
024100 01  WS-TIER-TABLE.
024200     05  WS-TIR-ENTRY        OCCURS 20 TIMES.
024300         10  TIR-NAME        PIC X(8).
024400         10  TIR-WEIGHT      PIC 9(5) BINARY.
024500         10  TIR-RATE        PIC 9(4)V999.
024600         10  TIR-PIECES      PIC 9(8) BINARY.
024700/ ONE MAILLST ENTRY.
024800 01  WS-LST-LAYOUT.
024900     05  WS-LST-JOB          PIC X(8).
025000     05  FILLER              PIC X.
025100     05  WS-LST-STEP         PIC X(8).
025200     05  FILLER              PIC X.
025300     05  WS-LST-DATE         PIC X(8).
025400     05  FILLER              PIC X.
025500     05  WS-LST-KIND         PIC X(3).
025600     05  FILLER              PIC X.
025700     05  WS-LST-DSN          PIC X(44).
025800     05  FILLER              PIC X(5).
025900/ THE DAY'S RUNS, IN MAILLST ORDER, EACH WITH THE DATA SETS THAT
026000*NET IT.  A BLANK QCP OR SUP NAME MEANS NONE WAS LISTED.
026100 77  WS-RUN-TABLE-MAX        PIC 9(4) BINARY VALUE 200.
026200 77  WS-RUN-COUNT            PIC 9(4) BINARY VALUE ZERO.
026300 77  WS-RUN-SKIPPED          PIC 9(4) BINARY VALUE ZERO.
026400 01  WS-RUN-TABLE.
026500     05  WS-RUN-ENTRY        OCCURS 200 TIMES.
026600         10  RUN-JOB         PIC X(8).
026700         10  RUN-STEP        PIC X(8).
026800         10  RUN-DATE        PIC 9(8).
026900         10  RUN-IDX-DSN     PIC X(44).
027000         10  RUN-QCP-DSN     PIC X(44).
027100         10  RUN-SUP-DSN     PIC X(44).
027200         10  RUN-DOCS        PIC 9(8) BINARY.
027300         10  RUN-STATE       PIC X.
027400             88  RUN-PENDING     VALUE ' '.
027500             88  RUN-READ-OK     VALUE 'R'.
027600             88  RUN-ROLLED-OFF  VALUE 'O'.
027700             88  RUN-FAILED      VALUE 'F'.
027800         10  RUN-QCP-STATE   PIC X.
027900         10  RUN-SUP-STATE   PIC X.
028000* File states for RUN-QCP-STATE and RUN-SUP-STATE, moved in by
028100*2200 and 2300 and decoded by 3050.
028200 77  WS-FILE-STATE           PIC X VALUE SPACE.
028300     88  FILE-NOT-LISTED         VALUE ' '.
028400     88  FILE-READ-OK            VALUE 'R'.
028500     88  FILE-ROLLED-OFF         VALUE 'O'.
028600     88  FILE-FAILED             VALUE 'F'.
028700     88  FILE-TRUNCATED          VALUE 'T'.
028800 77  WS-SUB                  PIC 9(4) BINARY VALUE ZERO.
028900 77  WS-RUN-SUB              PIC 9(4) BINARY VALUE ZERO.
029000 77  WS-SAVE-RC              PIC S9(4) BINARY VALUE ZERO.
029100* The dynamic allocation request (as in ACSTRPRT).  The DD name
029200*is set per call.
029300 COPY ACSTDYNA.
030100/ LAYOUT OF AN ACSTIDX RECORD, AS WRITTEN BY ACSTCHR (SEE ACSTCHR
030200*6000-CLOSE-DOC-UNIT).  THE HELD ENTRY WAITS FOR THE NEXT
030300*ENTRY'S START RECORD TO CLOSE ITS SPAN OF INPUT RECORDS.
030400 01  WS-IDX-LAYOUT.
030500     05  WS-IDX-FORMDEF      PIC X(8).
030600     05  FILLER              PIC X.
030700     05  WS-IDX-PAGEDEF      PIC X(8).
030800     05  FILLER              PIC X.
030900     05  WS-IDX-STARTREC     PIC 9(8).
031000     05  FILLER              PIC X.
031100     05  WS-IDX-RECCNT       PIC 9(8).
031200     05  FILLER              PIC X.
031300     05  WS-IDX-PAGECNT      PIC 9(8).
031400     05  FILLER              PIC X.
031500     05  WS-IDX-DOCID        PIC X(20).
031600 01  WS-HELD-LAYOUT.
031700     05  WS-HELD-FORMDEF     PIC X(8).
031800     05  FILLER              PIC X.
031900     05  WS-HELD-PAGEDEF     PIC X(8).
032000     05  FILLER              PIC X.
032100     05  WS-HELD-STARTREC    PIC 9(8).
032200     05  FILLER              PIC X.
032300     05  WS-HELD-RECCNT      PIC 9(8).
032400     05  FILLER              PIC X.
032500     05  WS-HELD-PAGECNT     PIC 9(8).
032600     05  FILLER              PIC X.
032700     05  WS-HELD-DOCID       PIC X(20).
032800 77  WS-HELD-FLAG            PIC X VALUE 'N'.
032900     88  ENTRY-IS-HELD           VALUE 'Y'.
033000     88  NO-ENTRY-HELD           VALUE 'N'.
033100 77  WS-SPAN-END             PIC 9(8) VALUE ZERO.
033200/ LAYOUT OF AN ACSTSUP RECORD, AS WRITTEN BY ACSTCHR.
033300 01  WS-SUP-LAYOUT.
033400     05  WS-SUP-DOCID        PIC X(20).
033500     05  FILLER              PIC X.
033600     05  WS-SUP-FORMDEF      PIC X(8).
033700     05  FILLER              PIC X.
033800     05  WS-SUP-PAGEDEF      PIC X(8).
033900     05  FILLER              PIC X.
034000     05  WS-SUP-STARTREC     PIC 9(8).
034100     05  FILLER              PIC X.
034200     05  WS-SUP-RECCNT       PIC 9(8).
034300     05  FILLER              PIC X.
034400     05  WS-SUP-PAGECNT      PIC 9(8).
034500     05  FILLER              PIC X(15).
034600/ ONE RUN'S QUARANTINED RECORD NUMBERS AND SUPPRESSED START
034700*RECORDS.  BOTH ARE WRITTEN IN INPUT ORDER, AS THE INDEX IS, SO
034800*A POINTER INTO EACH WALKS FORWARD WITH THE DOCUMENTS.
034900 77  WS-QRC-TABLE-MAX        PIC 9(4) BINARY VALUE 5000.
035000 77  WS-QRC-CNT              PIC 9(4) BINARY VALUE ZERO.
035100 77  WS-QRC-PTR              PIC 9(4) BINARY VALUE ZERO.
035200 01  WS-QRC-TABLE.
035300     05  QRC-RECNO           PIC 9(8) BINARY OCCURS 5000 TIMES.
035400 77  WS-SPR-TABLE-MAX        PIC 9(4) BINARY VALUE 5000.
035500 77  WS-SPR-CNT              PIC 9(4) BINARY VALUE ZERO.
035600 77  WS-SPR-PTR              PIC 9(4) BINARY VALUE ZERO.
035700 01  WS-SPR-TABLE.
035800     05  SPR-STARTREC        PIC 9(8) BINARY OCCURS 5000 TIMES.
035900/ ONE DOCUMENT'S CLASSIFICATION.
036000 77  WS-DOC-FLAG             PIC X VALUE SPACE.
036100     88  DOC-IS-MAILED           VALUE 'M'.
036200     88  DOC-WAS-DELETED         VALUE 'D'.
036300     88  DOC-WAS-SUPPRESSED      VALUE 'S'.
036400     88  DOC-IS-QUARANTINED      VALUE 'Q'.
036500 77  WS-DOC-PLEX             PIC X VALUE SPACE.
036600     88  DOC-IS-DUPLEX           VALUE 'D'.
036700 77  WS-DOC-SHEETS           PIC 9(8) BINARY VALUE ZERO.
036800 77  WS-DOC-WEIGHT           PIC 9(9) BINARY VALUE ZERO.
036900 77  WS-DOC-ENV              PIC 9(4) BINARY VALUE ZERO.
037000 77  WS-DOC-TIER             PIC 9(4) BINARY VALUE ZERO.
037100 77  WS-DOC-HAND-FLAG        PIC X VALUE 'N'.
037200     88  DOC-NEEDS-HAND          VALUE 'Y'.
037300     88  DOC-MACHINE-INSERTS     VALUE 'N'.
037400 77  WS-MATCH-FLAG           PIC X VALUE 'N'.
037500     88  ENTRY-WAS-MATCHED       VALUE 'Y'.
037600     88  ENTRY-NOT-MATCHED       VALUE 'N'.
037700/ PER JOB AND FORMDEF ACCUMULATION FOR THE WORK ORDER, IN ORDER
037800*OF FIRST APPEARANCE.  THE PIECE COUNTS ARE BY ENVELOPE, IN
037900*ENVELOPE TABLE ORDER.
038000 77  WS-GRP-TABLE-MAX        PIC 9(4) BINARY VALUE 200.
038100 77  WS-GRP-CNT              PIC 9(4) BINARY VALUE ZERO.
038200 77  WS-GRP-OVERFLOW         PIC 9(8) BINARY VALUE ZERO.
038300 77  WS-GRP-SUB              PIC 9(4) BINARY VALUE ZERO.
038400 01  WS-GROUP-TABLE.
038500     05  WS-GRP-ENTRY        OCCURS 200 TIMES.
038600         10  GRP-JOB         PIC X(8).
038700         10  GRP-FORMDEF     PIC X(8).
038800         10  GRP-PLEX        PIC X.
038900         10  GRP-DOCS        PIC 9(8) BINARY.
039000         10  GRP-PAGES       PIC 9(10) BINARY.
039100         10  GRP-SHEETS      PIC 9(10) BINARY.
039200         10  GRP-HAND        PIC 9(8) BINARY.
039300         10  GRP-NOENV       PIC 9(8) BINARY.
039400         10  GRP-DELETED     PIC 9(8) BINARY.
039500         10  GRP-SUPPRESSED  PIC 9(8) BINARY.
039600         10  GRP-QUARANTINED PIC 9(8) BINARY.
039700         10  GRP-ENV-PIECES  PIC 9(8) BINARY OCCURS 10 TIMES.
039800/ DOCUMENTS FOR THE HAND TABLE, ITEMIZED UNDER THEIR GROUP ON THE
039900*WORK ORDER.  HND-ENV IS ZERO WHEN NO ENVELOPE HOLDS THE SHEETS.
040000 77  WS-HND-TABLE-MAX        PIC 9(4) BINARY VALUE 500.
040100 77  WS-HND-CNT              PIC 9(4) BINARY VALUE ZERO.
040200 77  WS-HND-OVERFLOW         PIC 9(8) BINARY VALUE ZERO.
040300 01  WS-HAND-TABLE.
040400     05  WS-HND-ENTRY        OCCURS 500 TIMES.
040500         10  HND-GROUP       PIC 9(4) BINARY.
040600         10  HND-RUN         PIC 9(4) BINARY.
040700         10  HND-DOCID       PIC X(20).
040800         10  HND-STARTREC    PIC 9(8).
040900         10  HND-SHEETS      PIC 9(8) BINARY.
041000         10  HND-ENV         PIC 9(4) BINARY.
041100/ DAY TOTALS.
041200 77  WS-IDX-READ-CNT         PIC 9(8) BINARY VALUE ZERO.
041300 77  WS-BADREC-CNT           PIC 9(8) BINARY VALUE ZERO.
041400 77  WS-MAILED-CNT           PIC 9(8) BINARY VALUE ZERO.
041500 77  WS-DELETED-CNT          PIC 9(8) BINARY VALUE ZERO.
041600 77  WS-SUPPRESSED-CNT       PIC 9(8) BINARY VALUE ZERO.
041700 77  WS-QUARANTINED-CNT      PIC 9(8) BINARY VALUE ZERO.
041800 77  WS-HAND-CNT             PIC 9(8) BINARY VALUE ZERO.
041900 77  WS-NOENV-CNT            PIC 9(8) BINARY VALUE ZERO.
042000 77  WS-NOTIER-CNT           PIC 9(8) BINARY VALUE ZERO.
042100 77  WS-ROLLED-CNT           PIC 9(8) BINARY VALUE ZERO.
042200 77  WS-FAILED-CNT           PIC 9(8) BINARY VALUE ZERO.
042300 77  WS-GROSS-CNT            PIC 9(8) BINARY VALUE ZERO.
042400 77  WS-TOT-PAGES            PIC 9(12) BINARY VALUE ZERO.
042500 77  WS-TOT-SHEETS           PIC 9(12) BINARY VALUE ZERO.
042600 77  WS-TOT-PIECES           PIC 9(8) BINARY VALUE ZERO.
042700 77  WS-TIER-AMOUNT          PIC 9(11)V99 VALUE ZERO.
042800 77  WS-TOT-AMOUNT           PIC 9(13)V99 VALUE ZERO.
042900 77  WS-WEIGHT-GRAMS         PIC 9(6)V9 VALUE ZERO.
043000/ REPORT LINE LAYOUTS.
043100 01  WS-WO-HDR-LINE.
043200     05  FILLER              PIC X(44) VALUE
043300         'ACSTMAIL MAILROOM WORK ORDER        DATE: '.
043400     05  WS-WOH-DATE         PIC 9(4)/99/99.
043500     05  FILLER              PIC X(78) VALUE SPACES.
043600 01  WS-EST-HDR-LINE.
043700     05  FILLER              PIC X(44) VALUE
043800         'ACSTMAIL POSTAGE ESTIMATE           DATE: '.
043900     05  WS-ESTH-DATE        PIC 9(4)/99/99.
044000     05  FILLER              PIC X(78) VALUE SPACES.
044100 01  WS-RUN-COL-LINE.
044200     05  FILLER              PIC X(9) VALUE 'JOB'.
044300     05  FILLER              PIC X(9) VALUE 'STEP'.
044400     05  FILLER              PIC X(11) VALUE 'RUN DATE'.
044500     05  FILLER              PIC X(9) VALUE '    DOCS'.
044600     05  FILLER              PIC X(13) VALUE ' INDEX'.
044700     05  FILLER              PIC X(13) VALUE 'QUARANTINE'.
044800     05  FILLER              PIC X(68) VALUE 'SUPPRESSION'.
044900 01  WS-RUN-LINE.
045000     05  WS-RL-JOB           PIC X(8).
045100     05  FILLER              PIC X VALUE SPACE.
045200     05  WS-RL-STEP          PIC X(8).
045300     05  FILLER              PIC X VALUE SPACE.
045400     05  WS-RL-DATE          PIC 9(4)/99/99.
045500     05  FILLER              PIC X VALUE SPACE.
045600     05  WS-RL-DOCS          PIC Z(7)9.
045700     05  FILLER              PIC XX VALUE SPACES.
045800     05  WS-RL-INDEX         PIC X(12).
045900     05  FILLER              PIC X VALUE SPACE.
046000     05  WS-RL-QCP           PIC X(12).
046100     05  FILLER              PIC X VALUE SPACE.
046200     05  WS-RL-SUP           PIC X(12).
046300     05  FILLER              PIC X(55) VALUE SPACES.
046400 01  WS-GRP-COL-LINE.
046500     05  FILLER              PIC X(9) VALUE 'JOB'.
046600     05  FILLER              PIC X(9) VALUE 'FORMDEF'.
046700     05  FILLER              PIC X(8) VALUE 'PRINT'.
046800     05  FILLER              PIC X(9) VALUE '  PIECES'.
046900     05  FILLER              PIC X(11) VALUE '      PAGES'.
047000     05  FILLER              PIC X(11) VALUE '     SHEETS'.
047100     05  FILLER              PIC X(9) VALUE '    HAND'.
047200     05  FILLER              PIC X(9) VALUE ' DELETED'.
047300     05  FILLER              PIC X(9) VALUE ' SUPPRSD'.
047400     05  FILLER              PIC X(48) VALUE ' QUARNTD'.
047500 01  WS-GRP-LINE.
047600     05  WS-GL-JOB           PIC X(8).
047700     05  FILLER              PIC X VALUE SPACE.
047800     05  WS-GL-FORMDEF       PIC X(8).
047900     05  FILLER              PIC X VALUE SPACE.
048000     05  WS-GL-PLEX          PIC X(7).
048100     05  FILLER              PIC X VALUE SPACE.
048200     05  WS-GL-DOCS          PIC Z(7)9.
048300     05  FILLER              PIC X VALUE SPACE.
048400     05  WS-GL-PAGES         PIC Z(9)9.
048500     05  FILLER              PIC X VALUE SPACE.
048600     05  WS-GL-SHEETS        PIC Z(9)9.
048700     05  FILLER              PIC X VALUE SPACE.
048800     05  WS-GL-HAND          PIC Z(7)9.
048900     05  FILLER              PIC X VALUE SPACE.
049000     05  WS-GL-DELETED       PIC Z(7)9.
049100     05  FILLER              PIC X VALUE SPACE.
049200     05  WS-GL-SUPPRESSED    PIC Z(7)9.
049300     05  FILLER              PIC X VALUE SPACE.
049400     05  WS-GL-QUARANTINED   PIC Z(7)9.
049500     05  FILLER              PIC X(40) VALUE SPACES.
049600 01  WS-GENV-LINE.
049700     05  FILLER              PIC X(10) VALUE SPACES.
049800     05  FILLER              PIC X(9) VALUE 'ENVELOPE'.
049900     05  WS-GE-NAME          PIC X(8).
050000     05  FILLER              PIC X VALUE SPACE.
050100     05  WS-GE-MODE          PIC X(7).
050200     05  FILLER              PIC X VALUE SPACE.
050300     05  WS-GE-PIECES        PIC Z(7)9.
050400     05  FILLER              PIC X(88) VALUE SPACES.
050500 01  WS-HAND-LINE.
050600     05  FILLER              PIC X(10) VALUE SPACES.
050700     05  FILLER              PIC X(12) VALUE 'HAND FINISH'.
050800     05  WS-HL-DOCID         PIC X(20).
050900     05  FILLER              PIC X VALUE SPACE.
051000     05  WS-HL-STEP          PIC X(8).
051100     05  FILLER              PIC X VALUE SPACE.
051200     05  WS-HL-DATE          PIC 9(4)/99/99.
051300     05  FILLER              PIC X(7) VALUE ' START '.
051400     05  WS-HL-START         PIC Z(7)9.
051500     05  FILLER              PIC X(8) VALUE ' SHEETS '.
051600     05  WS-HL-SHEETS        PIC Z(7)9.
051700     05  FILLER              PIC X VALUE SPACE.
051800     05  WS-HL-ENV           PIC X(11).
051900     05  FILLER              PIC X(27) VALUE SPACES.
052000 01  WS-TIER-COL-LINE.
052100     05  FILLER              PIC X(9) VALUE 'TIER'.
052200     05  FILLER              PIC X(12) VALUE ' UP TO GRAMS'.
052300     05  FILLER              PIC X(11) VALUE '      RATE'.
052400     05  FILLER              PIC X(10) VALUE '    PIECES'.
052500     05  FILLER              PIC X(90) VALUE
052600         '            AMOUNT'.
052700 01  WS-TIER-LINE.
052800     05  WS-TL-NAME          PIC X(8).
052900     05  FILLER              PIC X VALUE SPACE.
053000     05  WS-TL-WEIGHT        PIC Z(9)9.9.
053100     05  FILLER              PIC X VALUE SPACE.
053200     05  WS-TL-RATE          PIC Z(5)9.999.
053300     05  FILLER              PIC XX VALUE SPACES.
053400     05  WS-TL-PIECES        PIC Z(7)9.
053500     05  FILLER              PIC XX VALUE SPACES.
053600     05  WS-TL-AMOUNT        PIC Z(14)9.99.
053700     05  FILLER              PIC X(67) VALUE SPACES.
053800 01  WS-ENV-COL-LINE.
053900     05  FILLER              PIC X(9) VALUE 'ENVELOPE'.
054000     05  FILLER              PIC X(8) VALUE 'INSERT'.
054100     05  FILLER              PIC X(9) VALUE '  SHEETS'.
054200     05  FILLER              PIC X(10) VALUE '    PIECES'.
054300     05  FILLER              PIC X(96) VALUE
054400         '  SHEETS USED'.
054500 01  WS-ENV-LINE.
054600     05  WS-EL-NAME          PIC X(8).
054700     05  FILLER              PIC X VALUE SPACE.
054800     05  WS-EL-MODE          PIC X(7).
054900     05  FILLER              PIC X VALUE SPACE.
055000     05  WS-EL-LIMIT         PIC Z(7)9.
055100     05  FILLER              PIC XX VALUE SPACES.
055200     05  WS-EL-PIECES        PIC Z(7)9.
055300     05  FILLER              PIC XX VALUE SPACES.
055400     05  WS-EL-SHEETS        PIC Z(12)9.
055500     05  FILLER              PIC X(82) VALUE SPACES.
055600 01  WS-CNT-LINE.
055700     05  WS-CNT-LABEL        PIC X(40).
055800     05  WS-CNT-VALUE        PIC Z(7)9.
055900     05  FILLER              PIC X(84) VALUE SPACES.
056000 01  WS-MSG-LINE             PIC X(132) VALUE SPACES.
056100     SKIP1
056200 TITLE 'Initialization and Main Line'.
056300 PROCEDURE DIVISION.
056400 0000-MAIN-LINE.
056500     PERFORM 1000-INITIALIZE.
056600     IF MAIL-IS-USABLE
056700      THEN
056800       PERFORM 2000-PROCESS-RUNS
056900     END-IF.
057000     PERFORM 3000-WRITE-WORK-ORDER.
057100     PERFORM 3500-WRITE-ESTIMATE.
057200     GOBACK.
057300     SKIP1
057400 1000-INITIALIZE.
057500* Without the tables nothing can be classified, and without the
057600*list there is nothing to classify; either one stops the run.
057700     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
057800     PERFORM 1100-LOAD-MAIL-CONTROL.
057900     IF MAIL-IS-USABLE
058000      THEN
058100       PERFORM 1200-LOAD-RUN-LIST
058200     END-IF.
058300     SKIP1
058400 1100-LOAD-MAIL-CONTROL.
058500     OPEN INPUT MAILCTL.
058600     IF WS-CTL-STATUS NOT = '00'
058700      THEN
058800       DISPLAY PGMNAME, ' *** MAILCTL OPEN FAILED, STATUS=',
058900               WS-CTL-STATUS, ' - NOTHING ESTIMATED.'
059000       MOVE 8 TO RETURN-CODE;
059100       SET MAIL-NOT-USABLE TO TRUE
059200      ELSE
059300       PERFORM UNTIL WS-CTL-AT-EOF
059400         READ MAILCTL INTO WS-MCTL-LAYOUT
059500           AT END
059600             SET WS-CTL-AT-EOF TO TRUE
059700           NOT AT END
059800             PERFORM 1150-LOAD-CONTROL-ENTRY
059900         END-READ
060000       END-PERFORM;
060100       CLOSE MAILCTL;
060200       IF WS-PAPER-WEIGHT = ZERO OR WS-ENV-CNT = ZERO OR
060300          WS-TIR-CNT = ZERO
060400        THEN
060500         DISPLAY PGMNAME, ' *** MAILCTL NEEDS A PAPR ENTRY AND ',
060600                 'AT LEAST ONE ENVL AND ONE TIER ENTRY - ',
060700                 'NOTHING ESTIMATED.'
060800         MOVE 8 TO RETURN-CODE;
060900         SET MAIL-NOT-USABLE TO TRUE
061000       END-IF
061100     END-IF.
061200     SKIP1
061300 1150-LOAD-CONTROL-ENTRY.
061400* One table entry.  A malformed entry is refused out loud and
061500*fails the step - a silently dropped envelope or tier would
061600*move pieces to the wrong class with no hint why.  Blank
061700*records and records starting with an asterisk are comments.
061800     EVALUATE TRUE
061900       WHEN WS-MCTL-LAYOUT = SPACES
062000         CONTINUE
062100       WHEN WS-MCTL-TYPE (1 : 1) = '*'
062200         CONTINUE
062300       WHEN WS-MCTL-TYPE = 'PLEX' AND
062400            (WS-MCTL-MODE = 'S' OR WS-MCTL-MODE = 'D') AND
062500            WS-PLX-CNT < WS-PLX-TABLE-MAX
062600         ADD 1 TO WS-PLX-CNT
062700         MOVE WS-MCTL-NAME TO PLX-FORMDEF (WS-PLX-CNT)
062800         MOVE WS-MCTL-MODE TO PLX-MODE (WS-PLX-CNT)
062900       WHEN WS-MCTL-TYPE = 'PAPR' AND
063000            WS-MCTL-NUM1 IS NUMERIC AND WS-MCTL-NUM1 > ZERO
063100         MOVE WS-MCTL-NUM1 TO WS-PAPER-WEIGHT
063200       WHEN WS-MCTL-TYPE = 'ENVL' AND
063300            WS-MCTL-NAME NOT = SPACES AND
063400            WS-MCTL-NUM1 IS NUMERIC AND WS-MCTL-NUM1 > ZERO AND
063500            WS-MCTL-NUM2 IS NUMERIC AND
063600            (WS-MCTL-MODE = 'M' OR WS-MCTL-MODE = 'H') AND
063700            WS-ENV-CNT < WS-ENV-TABLE-MAX
063800         ADD 1 TO WS-ENV-CNT
063900         MOVE WS-MCTL-NAME TO ENV-NAME (WS-ENV-CNT)
064000         MOVE WS-MCTL-NUM1 TO ENV-SHEETS (WS-ENV-CNT)
064100         MOVE WS-MCTL-NUM2 TO ENV-WEIGHT (WS-ENV-CNT)
064200         MOVE WS-MCTL-MODE TO ENV-MODE (WS-ENV-CNT)
064300         MOVE ZERO TO ENV-PIECES (WS-ENV-CNT),
064400                      ENV-SHEETCNT (WS-ENV-CNT)
064500       WHEN WS-MCTL-TYPE = 'TIER' AND
064600            WS-MCTL-NAME NOT = SPACES AND
064700            WS-MCTL-NUM1 IS NUMERIC AND WS-MCTL-NUM1 > ZERO AND
064800            WS-MCTL-NUM2 IS NUMERIC AND
064900            WS-TIR-CNT < WS-TIR-TABLE-MAX
065000         ADD 1 TO WS-TIR-CNT
065100         MOVE WS-MCTL-NAME TO TIR-NAME (WS-TIR-CNT)
065200         MOVE WS-MCTL-NUM1 TO TIR-WEIGHT (WS-TIR-CNT)
065300         MOVE WS-MCTL-RATE TO TIR-RATE (WS-TIR-CNT)
065400         MOVE ZERO TO TIR-PIECES (WS-TIR-CNT)
065500       WHEN OTHER
065600         DISPLAY PGMNAME, ' *** MAILCTL ENTRY REFUSED (BAD ',
065700                 'TYPE, VALUE, OR TABLE FULL): ',
065800                 WS-MCTL-LAYOUT (1 : 29)
065900         MOVE 8 TO RETURN-CODE
066000     END-EVALUATE.
066100     SKIP1
066200 1200-LOAD-RUN-LIST.
066300     OPEN INPUT MAIL-LIST.
066400     IF WS-LST-STATUS NOT = '00'
066500      THEN
066600       DISPLAY PGMNAME, ' *** MAILLST OPEN FAILED, STATUS=',
066700               WS-LST-STATUS, ' - NOTHING ESTIMATED.'
066800       MOVE 8 TO RETURN-CODE;
066900       SET MAIL-NOT-USABLE TO TRUE
067000      ELSE
067100       PERFORM UNTIL WS-LST-AT-EOF
067200         READ MAIL-LIST INTO WS-LST-LAYOUT
067300           AT END
067400             SET WS-LST-AT-EOF TO TRUE
067500           NOT AT END
067600             PERFORM 1250-ADD-LIST-ENTRY
067700         END-READ
067800       END-PERFORM;
067900       CLOSE MAIL-LIST;
068000       IF WS-RUN-SKIPPED > ZERO
068100        THEN
068200         DISPLAY PGMNAME, ' *** RUN TABLE FULL - ',
068300                 WS-RUN-SKIPPED, ' RUNS NOT READ - ',
068400                 'RAISE WS-RUN-TABLE-MAX.'
068500         MOVE 8 TO RETURN-CODE
068600       END-IF;
068700       IF WS-RUN-COUNT = ZERO
068800        THEN
068900         DISPLAY PGMNAME, ' *** MAILLST NAMES NO USABLE RUN - ',
069000                 'NOTHING ESTIMATED.'
069100         MOVE 8 TO RETURN-CODE;
069200         SET MAIL-NOT-USABLE TO TRUE
069300       END-IF
069400     END-IF.
069500     SKIP1
069600 1250-ADD-LIST-ENTRY.
069700* An IDX entry starts a run; QCP and SUP entries attach to the
069800*most recent run of the same job, step, and date.  One that
069900*follows no such run cannot net anything and is said out loud.
070000     EVALUATE TRUE
070100       WHEN WS-LST-LAYOUT = SPACES
070200         CONTINUE
070300       WHEN WS-LST-DATE IS NOT NUMERIC OR WS-LST-DSN = SPACES
070400         DISPLAY PGMNAME, ' *** UNUSABLE MAILLST RECORD ',
070500                 'IGNORED: ', WS-LST-LAYOUT (1 : 31)
070600         MOVE 8 TO RETURN-CODE
070700       WHEN WS-LST-KIND = 'IDX'
070800         IF WS-RUN-COUNT = WS-RUN-TABLE-MAX
070900          THEN
071000           ADD 1 TO WS-RUN-SKIPPED
071100          ELSE
071200           ADD 1 TO WS-RUN-COUNT;
071300           MOVE WS-RUN-COUNT TO WS-SUB;
071400           MOVE WS-LST-JOB TO RUN-JOB (WS-SUB);
071500           MOVE WS-LST-STEP TO RUN-STEP (WS-SUB);
071600           MOVE WS-LST-DATE TO RUN-DATE (WS-SUB);
071700           MOVE WS-LST-DSN TO RUN-IDX-DSN (WS-SUB);
071800           MOVE SPACES TO RUN-QCP-DSN (WS-SUB),
071900                          RUN-SUP-DSN (WS-SUB);
072000           MOVE ZERO TO RUN-DOCS (WS-SUB);
072100           SET RUN-PENDING (WS-SUB) TO TRUE;
072200           MOVE SPACE TO RUN-QCP-STATE (WS-SUB),
072300                         RUN-SUP-STATE (WS-SUB)
072400         END-IF
072500       WHEN (WS-LST-KIND = 'QCP' OR WS-LST-KIND = 'SUP') AND
072600            WS-RUN-COUNT > ZERO AND
072700            RUN-JOB (WS-RUN-COUNT) = WS-LST-JOB AND
072800            RUN-STEP (WS-RUN-COUNT) = WS-LST-STEP AND
072900            RUN-DATE (WS-RUN-COUNT) = WS-LST-DATE
073000         IF WS-LST-KIND = 'QCP'
073100          THEN
073200           MOVE WS-LST-DSN TO RUN-QCP-DSN (WS-RUN-COUNT)
073300          ELSE
073400           MOVE WS-LST-DSN TO RUN-SUP-DSN (WS-RUN-COUNT)
073500         END-IF
073600       WHEN OTHER
073700         DISPLAY PGMNAME, ' *** MAILLST ', WS-LST-KIND,
073800                 ' RECORD FOLLOWS NO IDX RECORD OF ITS RUN - ',
073900                 'IGNORED: ', WS-LST-LAYOUT (1 : 31)
074000         MOVE 8 TO RETURN-CODE
074100     END-EVALUATE.
074200     SKIP1
074300 TITLE 'Document Classification'.
074400 2000-PROCESS-RUNS.
074500     PERFORM VARYING WS-RUN-SUB FROM 1 BY 1
074600             UNTIL WS-RUN-SUB > WS-RUN-COUNT
074700       PERFORM 2100-PROCESS-RUN
074800     END-PERFORM.
074900     SKIP1
075000 2100-PROCESS-RUN.
075100* One run: its quarantine and suppression first, so the index
075200*can be netted as it is read.  An index that cannot be
075300*allocated (see 2150) or is no longer there to open (status
075400*35) has rolled off; anything else is a failure.
075500     PERFORM 2200-LOAD-QUARANTINE.
075600     PERFORM 2300-LOAD-SUPPRESSION.
075700     MOVE 'MAILIN' TO WS-DYN-DDNAME.
075800     MOVE RUN-IDX-DSN (WS-RUN-SUB) TO WS-DYN-DSN.
075900     PERFORM 2150-ALLOCATE-DATA-SET.
075910     IF NOT DYN-ALLOCATED
075920      THEN
075930       ADD 1 TO WS-ROLLED-CNT;
075940       SET RUN-ROLLED-OFF (WS-RUN-SUB) TO TRUE
075950      ELSE
076000       OPEN INPUT MAIL-IN;
076100       EVALUATE WS-IN-STATUS
076200         WHEN '00'
076300           SET NO-ENTRY-HELD TO TRUE
076400           MOVE 1 TO WS-QRC-PTR
076500           MOVE 1 TO WS-SPR-PTR
076600           PERFORM UNTIL WS-IN-AT-EOF
076700             READ MAIL-IN INTO WS-IDX-LAYOUT
076800               AT END
076900                 SET WS-IN-AT-EOF TO TRUE
077000               NOT AT END
077100                 PERFORM 2400-TAKE-INDEX-ENTRY
077200             END-READ
077300           END-PERFORM
077400           IF ENTRY-IS-HELD
077500            THEN
077600             MOVE 99999999 TO WS-SPAN-END;
077700             PERFORM 2450-CLASSIFY-HELD-ENTRY
077800           END-IF
077900           CLOSE MAIL-IN
078000           SET RUN-READ-OK (WS-RUN-SUB) TO TRUE
078100         WHEN '35'
078300           DISPLAY PGMNAME, ' ACSTIDX ROLLED OFF: ',
078400                   RUN-IDX-DSN (WS-RUN-SUB)
078500           ADD 1 TO WS-ROLLED-CNT
078600           SET RUN-ROLLED-OFF (WS-RUN-SUB) TO TRUE
078700         WHEN OTHER
078800           DISPLAY PGMNAME, ' *** OPEN FAILED FOR ',
078900                   RUN-IDX-DSN (WS-RUN-SUB), ' STATUS=',
079000                   WS-IN-STATUS
079100           MOVE 8 TO RETURN-CODE
079200           ADD 1 TO WS-FAILED-CNT
079300           SET RUN-FAILED (WS-RUN-SUB) TO TRUE
079400       END-EVALUATE
079410     END-IF.
079500     SKIP1
079600 2150-ALLOCATE-DATA-SET.
079610* Point the DD name in WS-DYN-DDNAME at WS-DYN-DSN through
079620*BPXWDYN (see ACSTDYNA).  The CALL resets RETURN-CODE, which
079630*carries the run's grade, so it is saved across the call; the
079640*allocation's own code is left in WS-DYN-RC for the caller.
079650     MOVE SPACES TO WS-DYN-TEXT.
079660     MOVE 1 TO WS-DYN-PTR.
079670     STRING 'ALLOC FI(' DELIMITED BY SIZE
079680            WS-DYN-DDNAME DELIMITED BY SPACE
079690            ') DA(' DELIMITED BY SIZE
079700            WS-DYN-DSN DELIMITED BY SPACE
079710            ') SHR REUSE' DELIMITED BY SIZE
079720            INTO WS-DYN-TEXT WITH POINTER WS-DYN-PTR.
079730     COMPUTE WS-DYN-LENGTH = WS-DYN-PTR - 1.
079740     MOVE RETURN-CODE TO WS-SAVE-RC.
079750     CALL 'BPXWDYN' USING WS-DYN-REQUEST
079760                   RETURNING WS-DYN-RC.
079770     MOVE WS-SAVE-RC TO RETURN-CODE.
079780     IF NOT DYN-ALLOCATED
079790      THEN
079800       MOVE WS-DYN-RC TO WS-DYN-RC-EDIT;
079810       DISPLAY PGMNAME, ' ', WS-DYN-DSN, ' NOT ALLOCATED ',
079820               '(BPXWDYN RC=', WS-DYN-RC-EDIT, ') - ROLLED ',
079830               'OFF OR NOT READABLE.'
079840     END-IF.
081200     SKIP1
081300 2200-LOAD-QUARANTINE.
081400* The run's quarantined record numbers.  A run whose ACSTQCP
081500*is listed but cannot be read, or only in part, is estimated
081600*gross of quarantine and counted so the estimate says so.
081700     MOVE ZERO TO WS-QRC-CNT.
081800     SET FILE-NOT-LISTED TO TRUE.
081900     IF RUN-QCP-DSN (WS-RUN-SUB) NOT = SPACES
082000      THEN
082100       MOVE 'MAILQCP' TO WS-DYN-DDNAME;
082200       MOVE RUN-QCP-DSN (WS-RUN-SUB) TO WS-DYN-DSN;
082300       PERFORM 2150-ALLOCATE-DATA-SET;
082310       IF NOT DYN-ALLOCATED
082320        THEN
082330         SET FILE-ROLLED-OFF TO TRUE
082340        ELSE
082400         OPEN INPUT QCP-FILE;
082500         EVALUATE WS-QCP-STATUS
082600           WHEN '00'
082700             SET FILE-READ-OK TO TRUE
082800             PERFORM UNTIL WS-QCP-AT-EOF
082900               READ QCP-FILE
083000                 AT END
083100                   SET WS-QCP-AT-EOF TO TRUE
083200                 NOT AT END
083300                   PERFORM 2250-KEEP-QUARANTINED-RECNO
083400               END-READ
083500             END-PERFORM
083600             CLOSE QCP-FILE
083700           WHEN '35'
083900             SET FILE-ROLLED-OFF TO TRUE
084000           WHEN OTHER
084100             DISPLAY PGMNAME, ' *** OPEN FAILED FOR ',
084200                     RUN-QCP-DSN (WS-RUN-SUB), ' STATUS=',
084300                     WS-QCP-STATUS
084400             MOVE 8 TO RETURN-CODE
084500             SET FILE-FAILED TO TRUE
084600         END-EVALUATE
084610       END-IF
084700     END-IF.
084800     MOVE WS-FILE-STATE TO RUN-QCP-STATE (WS-RUN-SUB).
084900     IF NOT FILE-READ-OK AND NOT FILE-NOT-LISTED
085000      THEN
085100       ADD 1 TO WS-GROSS-CNT
085200     END-IF.
085300     SKIP1
085400 2250-KEEP-QUARANTINED-RECNO.
085500     IF QCP-RECNO IS NUMERIC
085600      THEN
085700       IF WS-QRC-CNT = WS-QRC-TABLE-MAX
085800        THEN
085900         IF NOT FILE-TRUNCATED
086000          THEN
086100           DISPLAY PGMNAME, ' *** QUARANTINE TABLE FULL FOR ',
086200                   RUN-QCP-DSN (WS-RUN-SUB), ' - LATER ',
086300                   'RECORDS NOT NETTED, RAISE ',
086400                   'WS-QRC-TABLE-MAX.'
086500           SET FILE-TRUNCATED TO TRUE
086600         END-IF
086700        ELSE
086800         ADD 1 TO WS-QRC-CNT;
086900         MOVE QCP-RECNO TO QRC-RECNO (WS-QRC-CNT)
087000       END-IF
087100     END-IF.
087200     SKIP1
087300 2300-LOAD-SUPPRESSION.
087400* The run's suppressed documents, by start record.  Same rules
087500*as the quarantine above.
087600     MOVE ZERO TO WS-SPR-CNT.
087700     SET FILE-NOT-LISTED TO TRUE.
087800     IF RUN-SUP-DSN (WS-RUN-SUB) NOT = SPACES
087900      THEN
088000       MOVE 'MAILSUP' TO WS-DYN-DDNAME;
088100       MOVE RUN-SUP-DSN (WS-RUN-SUB) TO WS-DYN-DSN;
088200       PERFORM 2150-ALLOCATE-DATA-SET;
088210       IF NOT DYN-ALLOCATED
088220        THEN
088230         SET FILE-ROLLED-OFF TO TRUE
088240        ELSE
088300         OPEN INPUT SUPPRESS-LOG;
088400         EVALUATE WS-SUP-STATUS
088500           WHEN '00'
088600             SET FILE-READ-OK TO TRUE
088700             PERFORM UNTIL WS-SUP-AT-EOF
088800               READ SUPPRESS-LOG INTO WS-SUP-LAYOUT
088900                 AT END
089000                   SET WS-SUP-AT-EOF TO TRUE
089100                 NOT AT END
089200                   PERFORM 2350-KEEP-SUPPRESSED-START
089300               END-READ
089400             END-PERFORM
089500             CLOSE SUPPRESS-LOG
089600           WHEN '35'
089800             SET FILE-ROLLED-OFF TO TRUE
089900           WHEN OTHER
090000             DISPLAY PGMNAME, ' *** OPEN FAILED FOR ',
090100                     RUN-SUP-DSN (WS-RUN-SUB), ' STATUS=',
090200                     WS-SUP-STATUS
090300             MOVE 8 TO RETURN-CODE
090400             SET FILE-FAILED TO TRUE
090500         END-EVALUATE
090510       END-IF
090600     END-IF.
090700     MOVE WS-FILE-STATE TO RUN-SUP-STATE (WS-RUN-SUB).
090800     IF NOT FILE-READ-OK AND NOT FILE-NOT-LISTED
090900      THEN
091000       ADD 1 TO WS-GROSS-CNT
091100     END-IF.
091200     SKIP1
091300 2350-KEEP-SUPPRESSED-START.
091400     IF WS-SUP-STARTREC IS NUMERIC
091500      THEN
091600       IF WS-SPR-CNT = WS-SPR-TABLE-MAX
091700        THEN
091800         IF NOT FILE-TRUNCATED
091900          THEN
092000           DISPLAY PGMNAME, ' *** SUPPRESSION TABLE FULL FOR ',
092100                   RUN-SUP-DSN (WS-RUN-SUB), ' - LATER ',
092200                   'DOCUMENTS NOT NETTED, RAISE ',
092300                   'WS-SPR-TABLE-MAX.'
092400           SET FILE-TRUNCATED TO TRUE
092500         END-IF
092600        ELSE
092700         ADD 1 TO WS-SPR-CNT;
092800         MOVE WS-SUP-STARTREC TO SPR-STARTREC (WS-SPR-CNT)
092900       END-IF
093000     END-IF.
093100     SKIP1
093200 2400-TAKE-INDEX-ENTRY.
093300* The entry just read closes the held entry's span: the held
093400*document owns the input records up to this one's start.
093500     IF WS-IDX-STARTREC IS NOT NUMERIC OR
093600        WS-IDX-PAGECNT IS NOT NUMERIC
093700      THEN
093800       ADD 1 TO WS-BADREC-CNT;
093900       DISPLAY PGMNAME, ' UNUSABLE ACSTIDX ENTRY IN ',
094000               RUN-IDX-DSN (WS-RUN-SUB), ' SKIPPED: ',
094100               WS-IDX-LAYOUT
094200      ELSE
094300       IF ENTRY-IS-HELD
094400        THEN
094500         COMPUTE WS-SPAN-END = WS-IDX-STARTREC - 1;
094600         PERFORM 2450-CLASSIFY-HELD-ENTRY
094700       END-IF;
094800       MOVE WS-IDX-LAYOUT TO WS-HELD-LAYOUT;
094900       SET ENTRY-IS-HELD TO TRUE
095000     END-IF.
095100     SKIP1
095200 2450-CLASSIFY-HELD-ENTRY.
095300* Decide whether the held document is mailed.  Quarantined and
095400*suppressed entries before the document's start belong to no
095500*indexed document (records ahead of the first unit) and are
095600*passed over.
095700     ADD 1 TO WS-IDX-READ-CNT.
095800     ADD 1 TO RUN-DOCS (WS-RUN-SUB).
095900     SET DOC-IS-MAILED TO TRUE.
096000     SET ENTRY-NOT-MATCHED TO TRUE.
096100     PERFORM UNTIL ENTRY-WAS-MATCHED
096200       IF WS-QRC-PTR > WS-QRC-CNT
096300        THEN
096400         SET ENTRY-WAS-MATCHED TO TRUE
096500        ELSE
096600         IF QRC-RECNO (WS-QRC-PTR) < WS-HELD-STARTREC
096700          THEN
096800           ADD 1 TO WS-QRC-PTR
096900          ELSE
097000           SET ENTRY-WAS-MATCHED TO TRUE;
097100           IF QRC-RECNO (WS-QRC-PTR) NOT > WS-SPAN-END
097200            THEN
097300             SET DOC-IS-QUARANTINED TO TRUE
097400           END-IF
097500         END-IF
097600       END-IF
097700     END-PERFORM.
097800     SET ENTRY-NOT-MATCHED TO TRUE.
097900     PERFORM UNTIL ENTRY-WAS-MATCHED
098000       IF WS-SPR-PTR > WS-SPR-CNT
098100        THEN
098200         SET ENTRY-WAS-MATCHED TO TRUE
098300        ELSE
098400         IF SPR-STARTREC (WS-SPR-PTR) < WS-HELD-STARTREC
098500          THEN
098600           ADD 1 TO WS-SPR-PTR
098700          ELSE
098800           SET ENTRY-WAS-MATCHED TO TRUE;
098900           IF SPR-STARTREC (WS-SPR-PTR) NOT > WS-SPAN-END
099000            THEN
099100             SET DOC-WAS-SUPPRESSED TO TRUE
099200           END-IF
099300         END-IF
099400       END-IF
099500     END-PERFORM.
099600     IF DOC-IS-MAILED AND WS-HELD-PAGECNT = ZERO
099700      THEN
099800       SET DOC-WAS-DELETED TO TRUE
099900     END-IF.
100000     PERFORM 2600-FIND-GROUP.
100100     EVALUATE TRUE
100200       WHEN DOC-IS-MAILED
100300         PERFORM 2500-CLASSIFY-PIECE
100400       WHEN DOC-WAS-DELETED
100500         ADD 1 TO WS-DELETED-CNT
100600         IF WS-GRP-SUB > ZERO
100700          THEN
100800           ADD 1 TO GRP-DELETED (WS-GRP-SUB)
100900         END-IF
101000       WHEN DOC-WAS-SUPPRESSED
101100         ADD 1 TO WS-SUPPRESSED-CNT
101200         IF WS-GRP-SUB > ZERO
101300          THEN
101400           ADD 1 TO GRP-SUPPRESSED (WS-GRP-SUB)
101500         END-IF
101600       WHEN OTHER
101700         ADD 1 TO WS-QUARANTINED-CNT
101800         IF WS-GRP-SUB > ZERO
101900          THEN
102000           ADD 1 TO GRP-QUARANTINED (WS-GRP-SUB)
102100         END-IF
102200     END-EVALUATE.
102300     SET NO-ENTRY-HELD TO TRUE.
102400     SKIP1
102500 2500-CLASSIFY-PIECE.
102600* Sheets from pages by the FORMDEF's plex, then the first
102700*machine envelope that holds them; failing that the document
102800*is hand finished in the first hand envelope that does.  The
102900*piece weight - sheets plus envelope - picks the first postage
103000*tier it fits.  A piece with no envelope or no tier is counted
103100*but never priced, so it cannot accrue at zero unseen.
103200     MOVE 'S' TO WS-DOC-PLEX.
103300     SET ENTRY-NOT-MATCHED TO TRUE.
103400     PERFORM VARYING WS-SUB FROM 1 BY 1
103500             UNTIL WS-SUB > WS-PLX-CNT OR ENTRY-WAS-MATCHED
103600       IF PLX-FORMDEF (WS-SUB) = SPACES OR
103700          PLX-FORMDEF (WS-SUB) = WS-HELD-FORMDEF
103800        THEN
103900         SET ENTRY-WAS-MATCHED TO TRUE;
104000         MOVE PLX-MODE (WS-SUB) TO WS-DOC-PLEX
104100       END-IF
104200     END-PERFORM.
104300     IF DOC-IS-DUPLEX
104400      THEN
104500       COMPUTE WS-DOC-SHEETS = (WS-HELD-PAGECNT + 1) / 2
104600      ELSE
104700       MOVE WS-HELD-PAGECNT TO WS-DOC-SHEETS
104800     END-IF.
104900     MOVE ZERO TO WS-DOC-ENV.
105000     SET DOC-MACHINE-INSERTS TO TRUE.
105100     PERFORM VARYING WS-SUB FROM 1 BY 1
105200             UNTIL WS-SUB > WS-ENV-CNT OR WS-DOC-ENV > ZERO
105300       IF ENV-MACHINE (WS-SUB) AND
105400          ENV-SHEETS (WS-SUB) NOT < WS-DOC-SHEETS
105500        THEN
105600         MOVE WS-SUB TO WS-DOC-ENV
105700       END-IF
105800     END-PERFORM.
105900     IF WS-DOC-ENV = ZERO
106000      THEN
106100       SET DOC-NEEDS-HAND TO TRUE;
106200       PERFORM VARYING WS-SUB FROM 1 BY 1
106300               UNTIL WS-SUB > WS-ENV-CNT OR WS-DOC-ENV > ZERO
106400         IF ENV-HAND (WS-SUB) AND
106500            ENV-SHEETS (WS-SUB) NOT < WS-DOC-SHEETS
106600          THEN
106700           MOVE WS-SUB TO WS-DOC-ENV
106800         END-IF
106900       END-PERFORM
107000     END-IF.
107100     MOVE ZERO TO WS-DOC-TIER.
107200     IF WS-DOC-ENV > ZERO
107300      THEN
107400       COMPUTE WS-DOC-WEIGHT =
107500           WS-DOC-SHEETS * WS-PAPER-WEIGHT +
107600           ENV-WEIGHT (WS-DOC-ENV);
107700       PERFORM VARYING WS-SUB FROM 1 BY 1
107800               UNTIL WS-SUB > WS-TIR-CNT OR WS-DOC-TIER > ZERO
107900         IF TIR-WEIGHT (WS-SUB) NOT < WS-DOC-WEIGHT
108000          THEN
108100           MOVE WS-SUB TO WS-DOC-TIER
108200         END-IF
108300       END-PERFORM;
108400       ADD 1 TO ENV-PIECES (WS-DOC-ENV);
108500       ADD WS-DOC-SHEETS TO ENV-SHEETCNT (WS-DOC-ENV)
108600      ELSE
108700       ADD 1 TO WS-NOENV-CNT
108800     END-IF.
108900     IF WS-DOC-TIER > ZERO
109000      THEN
109100       ADD 1 TO TIR-PIECES (WS-DOC-TIER)
109200      ELSE
109300       IF WS-DOC-ENV > ZERO
109400        THEN
109500         ADD 1 TO WS-NOTIER-CNT
109600       END-IF
109700     END-IF.
109800     ADD 1 TO WS-MAILED-CNT.
109900     ADD WS-HELD-PAGECNT TO WS-TOT-PAGES.
110000     ADD WS-DOC-SHEETS TO WS-TOT-SHEETS.
110100     IF DOC-NEEDS-HAND
110200      THEN
110300       ADD 1 TO WS-HAND-CNT;
110400       PERFORM 2650-NOTE-HAND-FINISH
110500     END-IF.
110600     IF WS-GRP-SUB > ZERO
110700      THEN
110800       ADD 1 TO GRP-DOCS (WS-GRP-SUB);
110900       ADD WS-HELD-PAGECNT TO GRP-PAGES (WS-GRP-SUB);
111000       ADD WS-DOC-SHEETS TO GRP-SHEETS (WS-GRP-SUB);
111100       IF DOC-NEEDS-HAND
111200        THEN
111300         ADD 1 TO GRP-HAND (WS-GRP-SUB)
111400       END-IF;
111500       IF WS-DOC-ENV > ZERO
111600        THEN
111700         ADD 1 TO GRP-ENV-PIECES (WS-GRP-SUB, WS-DOC-ENV)
111800        ELSE
111900         ADD 1 TO GRP-NOENV (WS-GRP-SUB)
112000       END-IF
112100     END-IF.
112200     SKIP1
112300 2600-FIND-GROUP.
112400* The work-order slot for this job and FORMDEF, created on first
112500*use.  Past the table the day totals still count; WS-GRP-SUB is
112600*left zero and the work order says it is incomplete.
112700     MOVE ZERO TO WS-GRP-SUB.
112800     PERFORM VARYING WS-SUB FROM 1 BY 1
112900             UNTIL WS-SUB > WS-GRP-CNT OR WS-GRP-SUB > ZERO
113000       IF GRP-JOB (WS-SUB) = RUN-JOB (WS-RUN-SUB) AND
113100          GRP-FORMDEF (WS-SUB) = WS-HELD-FORMDEF
113200        THEN
113300         MOVE WS-SUB TO WS-GRP-SUB
113400       END-IF
113500     END-PERFORM.
113600     IF WS-GRP-SUB = ZERO
113700      THEN
113800       IF WS-GRP-CNT = WS-GRP-TABLE-MAX
113900        THEN
114000         ADD 1 TO WS-GRP-OVERFLOW
114100        ELSE
114200         ADD 1 TO WS-GRP-CNT;
114300         MOVE WS-GRP-CNT TO WS-GRP-SUB;
114400         MOVE RUN-JOB (WS-RUN-SUB) TO GRP-JOB (WS-GRP-SUB);
114500         MOVE WS-HELD-FORMDEF TO GRP-FORMDEF (WS-GRP-SUB);
114600         MOVE SPACE TO GRP-PLEX (WS-GRP-SUB);
114700         MOVE ZERO TO GRP-DOCS (WS-GRP-SUB),
114800                      GRP-PAGES (WS-GRP-SUB),
114900                      GRP-SHEETS (WS-GRP-SUB),
115000                      GRP-HAND (WS-GRP-SUB),
115100                      GRP-NOENV (WS-GRP-SUB),
115200                      GRP-DELETED (WS-GRP-SUB),
115300                      GRP-SUPPRESSED (WS-GRP-SUB),
115400                      GRP-QUARANTINED (WS-GRP-SUB);
115500         PERFORM VARYING WS-SUB FROM 1 BY 1
115600                 UNTIL WS-SUB > WS-ENV-TABLE-MAX
115700           MOVE ZERO TO GRP-ENV-PIECES (WS-GRP-SUB, WS-SUB)
115800         END-PERFORM
115900       END-IF
116000     END-IF.
116100     IF WS-GRP-SUB > ZERO AND DOC-IS-MAILED
116200      THEN
116300       PERFORM 2550-NOTE-GROUP-PLEX
116400     END-IF.
116500     SKIP1
116600 2550-NOTE-GROUP-PLEX.
116700* The plex is a property of the FORMDEF, so every mailed
116800*document of a group has the same one; it is looked up here
116900*only to print it on the group line.
117000     MOVE 'S' TO GRP-PLEX (WS-GRP-SUB).
117100     SET ENTRY-NOT-MATCHED TO TRUE.
117200     PERFORM VARYING WS-SUB FROM 1 BY 1
117300             UNTIL WS-SUB > WS-PLX-CNT OR ENTRY-WAS-MATCHED
117400       IF PLX-FORMDEF (WS-SUB) = SPACES OR
117500          PLX-FORMDEF (WS-SUB) = WS-HELD-FORMDEF
117600        THEN
117700         SET ENTRY-WAS-MATCHED TO TRUE;
117800         MOVE PLX-MODE (WS-SUB) TO GRP-PLEX (WS-GRP-SUB)
117900       END-IF
118000     END-PERFORM.
118100     SKIP1
118200 2650-NOTE-HAND-FINISH.
118300     IF WS-HND-CNT = WS-HND-TABLE-MAX
118400      THEN
118500       ADD 1 TO WS-HND-OVERFLOW
118600      ELSE
118700       ADD 1 TO WS-HND-CNT;
118800       MOVE WS-GRP-SUB TO HND-GROUP (WS-HND-CNT);
118900       MOVE WS-RUN-SUB TO HND-RUN (WS-HND-CNT);
119000       MOVE WS-HELD-DOCID TO HND-DOCID (WS-HND-CNT);
119100       MOVE WS-HELD-STARTREC TO HND-STARTREC (WS-HND-CNT);
119200       MOVE WS-DOC-SHEETS TO HND-SHEETS (WS-HND-CNT);
119300       MOVE WS-DOC-ENV TO HND-ENV (WS-HND-CNT)
119400     END-IF.
119500     SKIP1
119600 TITLE 'Mailroom Work Order'.
119700 3000-WRITE-WORK-ORDER.
119800* The runs read, then one block per job and FORMDEF: the group
119900*line, a line per envelope used, and each document for the
120000*hand table.
120100     OPEN OUTPUT MAIL-WO.
120200     IF WS-WO-STATUS NOT = '00'
120300      THEN
120400       DISPLAY PGMNAME, ' *** MAILWO OPEN FAILED, STATUS=',
120500               WS-WO-STATUS, ' - WORK ORDER NOT WRITTEN.'
120600       MOVE 8 TO RETURN-CODE
120700      ELSE
120800       MOVE WS-CURRENT-DATE TO WS-WOH-DATE;
120900       WRITE MAIL-WO-RECORD FROM WS-WO-HDR-LINE;
121000       IF MAIL-NOT-USABLE
121100        THEN
121200         MOVE SPACES TO WS-MSG-LINE;
121300         MOVE '*** NOTHING ESTIMATED - SEE CONSOLE ***'
121400             TO WS-MSG-LINE;
121500         WRITE MAIL-WO-RECORD FROM WS-MSG-LINE
121600        ELSE
121700         MOVE SPACES TO WS-MSG-LINE;
121800         WRITE MAIL-WO-RECORD FROM WS-MSG-LINE;
121900         WRITE MAIL-WO-RECORD FROM WS-RUN-COL-LINE;
122000         PERFORM 3050-WRITE-RUN-LINE
122100             VARYING WS-RUN-SUB FROM 1 BY 1
122200             UNTIL WS-RUN-SUB > WS-RUN-COUNT;
122300         MOVE SPACES TO WS-MSG-LINE;
122400         WRITE MAIL-WO-RECORD FROM WS-MSG-LINE;
122500         WRITE MAIL-WO-RECORD FROM WS-GRP-COL-LINE;
122600         PERFORM 3100-WRITE-GROUP
122700             VARYING WS-GRP-SUB FROM 1 BY 1
122800             UNTIL WS-GRP-SUB > WS-GRP-CNT;
122900         IF WS-GRP-OVERFLOW > ZERO OR WS-HND-OVERFLOW > ZERO
123000          THEN
123100           MOVE SPACES TO WS-MSG-LINE;
123200           MOVE '*** WORK ORDER TABLE FULL - SOME DOCUMENTS '
123300               TO WS-MSG-LINE;
123400           MOVE 'ARE IN THE TOTALS ONLY ***'
123500               TO WS-MSG-LINE (44 : 26);
123600           WRITE MAIL-WO-RECORD FROM WS-MSG-LINE;
123700           IF RETURN-CODE < 4
123800            THEN
123900             MOVE 4 TO RETURN-CODE
124000           END-IF
124100         END-IF
124200       END-IF;
124300       CLOSE MAIL-WO
124400     END-IF.
124500     SKIP1
124600 3050-WRITE-RUN-LINE.
124700     MOVE RUN-JOB (WS-RUN-SUB) TO WS-RL-JOB.
124800     MOVE RUN-STEP (WS-RUN-SUB) TO WS-RL-STEP.
124900     MOVE RUN-DATE (WS-RUN-SUB) TO WS-RL-DATE.
125000     MOVE RUN-DOCS (WS-RUN-SUB) TO WS-RL-DOCS.
125100     EVALUATE TRUE
125200       WHEN RUN-READ-OK (WS-RUN-SUB)
125300         MOVE 'READ' TO WS-RL-INDEX
125400       WHEN RUN-ROLLED-OFF (WS-RUN-SUB)
125500         MOVE 'ROLLED OFF' TO WS-RL-INDEX
125600       WHEN OTHER
125700         MOVE 'OPEN FAILED' TO WS-RL-INDEX
125800     END-EVALUATE.
125900     MOVE RUN-QCP-STATE (WS-RUN-SUB) TO WS-FILE-STATE.
126000     PERFORM 3070-DECODE-FILE-STATE.
126100     MOVE WS-MSG-LINE (1 : 12) TO WS-RL-QCP.
126200     MOVE RUN-SUP-STATE (WS-RUN-SUB) TO WS-FILE-STATE.
126300     PERFORM 3070-DECODE-FILE-STATE.
126400     MOVE WS-MSG-LINE (1 : 12) TO WS-RL-SUP.
126500     WRITE MAIL-WO-RECORD FROM WS-RUN-LINE.
126600     SKIP1
126700 3070-DECODE-FILE-STATE.
126800     MOVE SPACES TO WS-MSG-LINE.
126900     EVALUATE TRUE
127000       WHEN FILE-NOT-LISTED
127100         MOVE 'NOT LISTED' TO WS-MSG-LINE
127200       WHEN FILE-READ-OK
127300         MOVE 'NETTED' TO WS-MSG-LINE
127400       WHEN FILE-ROLLED-OFF
127500         MOVE 'ROLLED OFF' TO WS-MSG-LINE
127600       WHEN FILE-TRUNCATED
127700         MOVE 'PART NETTED' TO WS-MSG-LINE
127800       WHEN OTHER
127900         MOVE 'OPEN FAILED' TO WS-MSG-LINE
128000     END-EVALUATE.
128100     SKIP1
128200 3100-WRITE-GROUP.
128300     MOVE GRP-JOB (WS-GRP-SUB) TO WS-GL-JOB.
128400     MOVE GRP-FORMDEF (WS-GRP-SUB) TO WS-GL-FORMDEF.
128500     EVALUATE GRP-PLEX (WS-GRP-SUB)
128600       WHEN 'D'
128700         MOVE 'DUPLEX' TO WS-GL-PLEX
128800       WHEN 'S'
128900         MOVE 'SIMPLEX' TO WS-GL-PLEX
129000       WHEN OTHER
129100         MOVE SPACES TO WS-GL-PLEX
129200     END-EVALUATE.
129300     MOVE GRP-DOCS (WS-GRP-SUB) TO WS-GL-DOCS.
129400     MOVE GRP-PAGES (WS-GRP-SUB) TO WS-GL-PAGES.
129500     MOVE GRP-SHEETS (WS-GRP-SUB) TO WS-GL-SHEETS.
129600     MOVE GRP-HAND (WS-GRP-SUB) TO WS-GL-HAND.
129700     MOVE GRP-DELETED (WS-GRP-SUB) TO WS-GL-DELETED.
129800     MOVE GRP-SUPPRESSED (WS-GRP-SUB) TO WS-GL-SUPPRESSED.
129900     MOVE GRP-QUARANTINED (WS-GRP-SUB) TO WS-GL-QUARANTINED.
130000     WRITE MAIL-WO-RECORD FROM WS-GRP-LINE.
130100     PERFORM VARYING WS-SUB FROM 1 BY 1
130200             UNTIL WS-SUB > WS-ENV-CNT
130300       IF GRP-ENV-PIECES (WS-GRP-SUB, WS-SUB) > ZERO
130400        THEN
130500         MOVE ENV-NAME (WS-SUB) TO WS-GE-NAME;
130600         IF ENV-MACHINE (WS-SUB)
130700          THEN
130800           MOVE 'MACHINE' TO WS-GE-MODE
130900          ELSE
131000           MOVE 'HAND' TO WS-GE-MODE
131100         END-IF;
131200         MOVE GRP-ENV-PIECES (WS-GRP-SUB, WS-SUB)
131300             TO WS-GE-PIECES;
131400         WRITE MAIL-WO-RECORD FROM WS-GENV-LINE
131500       END-IF
131600     END-PERFORM.
131700     IF GRP-NOENV (WS-GRP-SUB) > ZERO
131800      THEN
131900       MOVE 'NO FIT' TO WS-GE-NAME;
132000       MOVE SPACES TO WS-GE-MODE;
132100       MOVE GRP-NOENV (WS-GRP-SUB) TO WS-GE-PIECES;
132200       WRITE MAIL-WO-RECORD FROM WS-GENV-LINE
132300     END-IF.
132400     PERFORM VARYING WS-SUB FROM 1 BY 1
132500             UNTIL WS-SUB > WS-HND-CNT
132600       IF HND-GROUP (WS-SUB) = WS-GRP-SUB
132700        THEN
132800         PERFORM 3150-WRITE-HAND-LINE
132900       END-IF
133000     END-PERFORM.
133100     SKIP1
133200 3150-WRITE-HAND-LINE.
133300     MOVE HND-DOCID (WS-SUB) TO WS-HL-DOCID.
133400     MOVE RUN-STEP (HND-RUN (WS-SUB)) TO WS-HL-STEP.
133500     MOVE RUN-DATE (HND-RUN (WS-SUB)) TO WS-HL-DATE.
133600     MOVE HND-STARTREC (WS-SUB) TO WS-HL-START.
133700     MOVE HND-SHEETS (WS-SUB) TO WS-HL-SHEETS.
133800     IF HND-ENV (WS-SUB) > ZERO
133900      THEN
134000       MOVE ENV-NAME (HND-ENV (WS-SUB)) TO WS-HL-ENV
134100      ELSE
134200       MOVE 'NO ENVELOPE' TO WS-HL-ENV
134300     END-IF.
134400     WRITE MAIL-WO-RECORD FROM WS-HAND-LINE.
134500     SKIP1
134600 TITLE 'Postage Estimate'.
134700 3500-WRITE-ESTIMATE.
134800* Pieces and amount by postage tier, the envelope counts for
134900*the inserter and the hand table, and what was netted out.
135000*Each tier is priced once, from its piece count.
135100     OPEN OUTPUT MAIL-EST.
135200     IF WS-EST-STATUS NOT = '00'
135300      THEN
135400       DISPLAY PGMNAME, ' *** MAILEST OPEN FAILED, STATUS=',
135500               WS-EST-STATUS, ' - ESTIMATE NOT WRITTEN.'
135600       MOVE 8 TO RETURN-CODE
135700      ELSE
135800       MOVE WS-CURRENT-DATE TO WS-ESTH-DATE;
135900       WRITE MAIL-EST-RECORD FROM WS-EST-HDR-LINE;
136000       IF MAIL-NOT-USABLE
136100        THEN
136200         MOVE SPACES TO WS-MSG-LINE;
136300         MOVE '*** NOTHING ESTIMATED - SEE CONSOLE ***'
136400             TO WS-MSG-LINE;
136500         WRITE MAIL-EST-RECORD FROM WS-MSG-LINE
136600        ELSE
136700         PERFORM 3600-WRITE-TIER-LINES;
136800         PERFORM 3700-WRITE-ENVELOPE-LINES;
136900         PERFORM 3800-WRITE-ESTIMATE-COUNTS
137000       END-IF;
137100       CLOSE MAIL-EST
137200     END-IF.
137300     SKIP1
137400 3600-WRITE-TIER-LINES.
137500     MOVE SPACES TO WS-MSG-LINE.
137600     WRITE MAIL-EST-RECORD FROM WS-MSG-LINE.
137700     WRITE MAIL-EST-RECORD FROM WS-TIER-COL-LINE.
137800     MOVE ZERO TO WS-TOT-AMOUNT, WS-TOT-PIECES.
137900     PERFORM VARYING WS-SUB FROM 1 BY 1
138000             UNTIL WS-SUB > WS-TIR-CNT
138100       COMPUTE WS-TIER-AMOUNT ROUNDED =
138200           TIR-PIECES (WS-SUB) * TIR-RATE (WS-SUB);
138300       COMPUTE WS-WEIGHT-GRAMS = TIR-WEIGHT (WS-SUB) / 10;
138400       MOVE TIR-NAME (WS-SUB) TO WS-TL-NAME;
138500       MOVE WS-WEIGHT-GRAMS TO WS-TL-WEIGHT;
138600       MOVE TIR-RATE (WS-SUB) TO WS-TL-RATE;
138700       MOVE TIR-PIECES (WS-SUB) TO WS-TL-PIECES;
138800       MOVE WS-TIER-AMOUNT TO WS-TL-AMOUNT;
138900       WRITE MAIL-EST-RECORD FROM WS-TIER-LINE;
139000       ADD TIR-PIECES (WS-SUB) TO WS-TOT-PIECES;
139100       ADD WS-TIER-AMOUNT TO WS-TOT-AMOUNT
139200     END-PERFORM.
139300     MOVE SPACES TO WS-TIER-LINE.
139400     MOVE '*TOTAL*' TO WS-TL-NAME.
139500     MOVE WS-TOT-PIECES TO WS-TL-PIECES.
139600     MOVE WS-TOT-AMOUNT TO WS-TL-AMOUNT.
139700     WRITE MAIL-EST-RECORD FROM WS-TIER-LINE.
139800     SKIP1
139900 3700-WRITE-ENVELOPE-LINES.
140000     MOVE SPACES TO WS-MSG-LINE.
140100     WRITE MAIL-EST-RECORD FROM WS-MSG-LINE.
140200     WRITE MAIL-EST-RECORD FROM WS-ENV-COL-LINE.
140300     PERFORM VARYING WS-SUB FROM 1 BY 1
140400             UNTIL WS-SUB > WS-ENV-CNT
140500       MOVE ENV-NAME (WS-SUB) TO WS-EL-NAME;
140600       IF ENV-MACHINE (WS-SUB)
140700        THEN
140800         MOVE 'MACHINE' TO WS-EL-MODE
140900        ELSE
141000         MOVE 'HAND' TO WS-EL-MODE
141100       END-IF;
141200       MOVE ENV-SHEETS (WS-SUB) TO WS-EL-LIMIT;
141300       MOVE ENV-PIECES (WS-SUB) TO WS-EL-PIECES;
141400       MOVE ENV-SHEETCNT (WS-SUB) TO WS-EL-SHEETS;
141500       WRITE MAIL-EST-RECORD FROM WS-ENV-LINE
141600     END-PERFORM.
141700     SKIP1
141800 3800-WRITE-ESTIMATE-COUNTS.
141900* Unpriced pieces, unread runs, and a gross estimate each make
142000*the figure one finance should not accrue without a look.
142100     MOVE SPACES TO WS-MSG-LINE.
142200     WRITE MAIL-EST-RECORD FROM WS-MSG-LINE.
142300     MOVE 'RUNS LISTED' TO WS-CNT-LABEL.
142400     MOVE WS-RUN-COUNT TO WS-CNT-VALUE.
142500     WRITE MAIL-EST-RECORD FROM WS-CNT-LINE.
142600     MOVE 'RUN INDEXES ROLLED OFF' TO WS-CNT-LABEL.
142700     MOVE WS-ROLLED-CNT TO WS-CNT-VALUE.
142800     WRITE MAIL-EST-RECORD FROM WS-CNT-LINE.
142900     MOVE 'RUN INDEXES FAILED TO OPEN' TO WS-CNT-LABEL.
143000     MOVE WS-FAILED-CNT TO WS-CNT-VALUE.
143100     WRITE MAIL-EST-RECORD FROM WS-CNT-LINE.
143200     MOVE 'DOCUMENTS INDEXED' TO WS-CNT-LABEL.
143300     MOVE WS-IDX-READ-CNT TO WS-CNT-VALUE.
143400     WRITE MAIL-EST-RECORD FROM WS-CNT-LINE.
143500     MOVE 'UNUSABLE INDEX ENTRIES' TO WS-CNT-LABEL.
143600     MOVE WS-BADREC-CNT TO WS-CNT-VALUE.
143700     WRITE MAIL-EST-RECORD FROM WS-CNT-LINE.
143800     MOVE '  LESS DELETED BY THE EXIT' TO WS-CNT-LABEL.
143900     MOVE WS-DELETED-CNT TO WS-CNT-VALUE.
144000     WRITE MAIL-EST-RECORD FROM WS-CNT-LINE.
144100     MOVE '  LESS SUPPRESSED TO E-DELIVERY' TO WS-CNT-LABEL.
144200     MOVE WS-SUPPRESSED-CNT TO WS-CNT-VALUE.
144300     WRITE MAIL-EST-RECORD FROM WS-CNT-LINE.
144400     MOVE '  LESS HELD IN QUARANTINE' TO WS-CNT-LABEL.
144500     MOVE WS-QUARANTINED-CNT TO WS-CNT-VALUE.
144600     WRITE MAIL-EST-RECORD FROM WS-CNT-LINE.
144700     MOVE 'PIECES TO MAIL' TO WS-CNT-LABEL.
144800     MOVE WS-MAILED-CNT TO WS-CNT-VALUE.
144900     WRITE MAIL-EST-RECORD FROM WS-CNT-LINE.
145000     MOVE '  PAGES' TO WS-CNT-LABEL.
145100     MOVE WS-TOT-PAGES TO WS-CNT-VALUE.
145200     WRITE MAIL-EST-RECORD FROM WS-CNT-LINE.
145300     MOVE '  SHEETS' TO WS-CNT-LABEL.
145400     MOVE WS-TOT-SHEETS TO WS-CNT-VALUE.
145500     WRITE MAIL-EST-RECORD FROM WS-CNT-LINE.
145600     MOVE '  FOR HAND FINISHING' TO WS-CNT-LABEL.
145700     MOVE WS-HAND-CNT TO WS-CNT-VALUE.
145800     WRITE MAIL-EST-RECORD FROM WS-CNT-LINE.
145900     MOVE '  NOT PRICED - NO ENVELOPE HOLDS THEM' TO WS-CNT-LABEL.
146000     MOVE WS-NOENV-CNT TO WS-CNT-VALUE.
146100     WRITE MAIL-EST-RECORD FROM WS-CNT-LINE.
146200     MOVE '  NOT PRICED - OVER THE TOP TIER' TO WS-CNT-LABEL.
146300     MOVE WS-NOTIER-CNT TO WS-CNT-VALUE.
146400     WRITE MAIL-EST-RECORD FROM WS-CNT-LINE.
146500     IF WS-GROSS-CNT > ZERO
146600      THEN
146700       MOVE SPACES TO WS-MSG-LINE;
146800       MOVE '*** SOME RUNS ARE NOT NETTED OF QUARANTINE OR '
146900           TO WS-MSG-LINE;
147000       MOVE 'SUPPRESSION - SEE THE WORK ORDER ***'
147100           TO WS-MSG-LINE (48 : 36);
147200       WRITE MAIL-EST-RECORD FROM WS-MSG-LINE
147300     END-IF.
147400     IF (WS-NOENV-CNT > ZERO OR WS-NOTIER-CNT > ZERO OR
147500         WS-ROLLED-CNT > ZERO OR WS-GROSS-CNT > ZERO) AND
147600        RETURN-CODE < 4
147700      THEN
147800       MOVE 4 TO RETURN-CODE
147900     END-IF.
