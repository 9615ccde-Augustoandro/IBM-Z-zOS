000100 PROCESS DYNAM NUMPROC(PFD) TRUNC(OPT)           NOSEQ
000200* LAST UPDATE ON 15 Oct 2026 AT 19:00:00 BY  MAINT     VERSION 03 *
000300 ID DIVISION.
000400 PROGRAM-ID. ACSTRPRT.
000500 AUTHOR. MAINT.
000600 INSTALLATION. IBM BOULDER PROGRAMMING CENTER.
000700               Reprint extract by account number from the
000800               DOCMSTR document-index master.
000900
001000               Given a list of account numbers and a run-date
001100               range, the program looks each account up on the
001200               DOCMSTR KSDS that ACSTXLOD loads after every
001300               ACIF run, and pulls exactly those documents'
001400               records out of the retained input print files
001500               into one reprint data set, ready to be fed back
001600               through the production ACIF job.  The extract
001700               takes the document's whole input record span,
001800               records ACSTCHR deleted included, so the reprint
001900               passes through the exit's rules exactly as the
002000               original did.
002100
002200               Documents are grouped by source print file and
002300               taken in start-record order, so each retained
002400               file is read once, front to back, and only as
002500               far as the last wanted document.  Each file is
002600               allocated dynamically (BPXWDYN) under the RPRTIN
002700               name from the data set name ACSTXLOD recorded; do
002800               not code an RPRTIN DD in the JCL.  A source file
002900               that cannot be allocated (no longer cataloged, or
003000               not readable by this job) has rolled off
003100               retention: its documents are listed as such, not
003150               skipped in silence.
003200
003300               The report lists every document located, with
003400               the run that printed it and what became of it,
003500               then every account that was not found on the
003600               master within the range.  Return code 4 when any
003700               account was not found or any document could not
003800               be extracted, 8 on a file or table failure.
003900
004000               DD statements:
004100                 RPRTCTL  - the date range, required: from-date
004200                            YYYYMMDD in columns 1-8, to-date
004300                            YYYYMMDD in 10-17.
004400                 RPRTACCT - the account numbers, one per
004500                            record in columns 1-20.  Blank
004600                            records and repeats are ignored.
004700                 DOCMSTR  - the document-index master KSDS,
004800                            input.
004810                 RPRTIN   - not coded: allocated per source file.
004820                            The retained print files must be
004830                            RECFM=FB, LRECL=133, the shape the
004840                            production feed hands ACIF; a file of
004850                            any other record format or length is
004860                            refused at open (status 39) and its
004870                            documents are listed as such.
004900                 RPRTOUT  - the reprint data set, output, fixed
005000                            133-byte records in the shape the
005100                            production feed hands ACIF.
005200                 RPRTRPT  - SYSOUT extract report.
005300 DATE-WRITTEN. 15 Oct 2026.
005400 DATE-COMPILED.
005500 SECURITY. NONE.
005600*/**************************************************************/
005700*/* Licensed under the Apache License, Version 2.0 (the        */
005800*/* "License"); you may not use this file except in compliance */
005900*/* with the License. You may obtain a copy of the License at  */
006000*/*                                                            */
006100*/* http://www.apache.org/licenses/LICENSE-2.0                 */
006200*/*                                                            */
006300*/* Unless required by applicable law or agreed to in writing, */
006400*/* software distributed under the License is distributed on an*/
006500*/* "AS IS" BASIS, WITHOUT WARRANTIES OR CONDITIONS OF ANY     */
006600*/* KIND, either express or implied.  See the License for the  */
006700*/* specific language governing permissions and limitations    */
006800*/* under the License.                                         */
006900*/**************************************************************/
007000 TITLE 'DOCMSTR Reprint Extract by Account Number'.
007100 ENVIRONMENT DIVISION.
007200 CONFIGURATION SECTION.
007300 SOURCE-COMPUTER. IBM-370.
007400 OBJECT-COMPUTER. IBM-370.
007500 INPUT-OUTPUT SECTION.
007600 FILE-CONTROL.
007700     SELECT RPRTCTL ASSIGN TO RPRTCTL
007800         ORGANIZATION IS SEQUENTIAL
007900         ACCESS MODE IS SEQUENTIAL
008000         FILE STATUS IS WS-CTL-STATUS.
008100     SELECT RPRT-ACCT ASSIGN TO RPRTACCT
008200         ORGANIZATION IS SEQUENTIAL
008300         ACCESS MODE IS SEQUENTIAL
008400         FILE STATUS IS WS-ACCT-STATUS.
008500* The document-index master as ACSTXLOD loads it - keyed on
008600*document identifier, run date, run time, and starting input
008700*record (the leading 47 bytes, separators included).  The key
008800*group below must stay in step with the FD in ACSTXLOD.
008900     SELECT DOC-MASTER ASSIGN TO DOCMSTR
009000         ORGANIZATION IS INDEXED
009100         ACCESS MODE IS DYNAMIC
009200         RECORD KEY IS DMST-KEY
009300         FILE STATUS IS WS-MST-STATUS.
009400* One retained input print file at a time, allocated by
009500*3150-ALLOCATE-SOURCE before each OPEN.
009600     SELECT RPRT-IN ASSIGN TO RPRTIN
009700         ORGANIZATION IS SEQUENTIAL
009800         ACCESS MODE IS SEQUENTIAL
009900         FILE STATUS IS WS-IN-STATUS.
010000     SELECT RPRT-OUT ASSIGN TO RPRTOUT
010100         ORGANIZATION IS SEQUENTIAL
010200         ACCESS MODE IS SEQUENTIAL
010300         FILE STATUS IS WS-OUT-STATUS.
010400     SELECT RPRT-RPT ASSIGN TO RPRTRPT
010500         ORGANIZATION IS SEQUENTIAL
010600         ACCESS MODE IS SEQUENTIAL
010700         FILE STATUS IS WS-RPT-STATUS.
010800     EJECT
010900 DATA DIVISION.
011000 FILE SECTION.
011100 FD  RPRTCTL
011200     RECORDING MODE IS F
011300     LABEL RECORDS ARE STANDARD.
011400 01  RPRTCTL-RECORD             PIC X(80).
011500 FD  RPRT-ACCT
011600     RECORDING MODE IS F
011700     LABEL RECORDS ARE STANDARD.
011800 01  RPRT-ACCT-RECORD           PIC X(80).
011900 FD  DOC-MASTER
012000     LABEL RECORDS ARE STANDARD.
012100 01  DOC-MASTER-RECORD.
012200     05  DMST-KEY.
012300         10  DMST-KEY-DOCID  PIC X(20).
012400         10  FILLER          PIC X.
012500         10  DMST-KEY-DATE   PIC X(8).
012600         10  FILLER          PIC X.
012700         10  DMST-KEY-TIME   PIC X(8).
012710         10  FILLER          PIC X.
012720         10  DMST-KEY-START  PIC X(8).
012800     05  FILLER              PIC X(153).
012900 FD  RPRT-IN
013000     RECORDING MODE IS F
013100     LABEL RECORDS ARE STANDARD.
013200 01  RPRT-IN-RECORD             PIC X(133).
013300 FD  RPRT-OUT
013400     RECORDING MODE IS F
013500     LABEL RECORDS ARE STANDARD.
013600 01  RPRT-OUT-RECORD            PIC X(133).
013700 FD  RPRT-RPT
013800     RECORDING MODE IS F
013900     LABEL RECORDS ARE STANDARD.
014000 01  RPRT-RPT-RECORD            PIC X(132).
014100 WORKING-STORAGE SECTION.
014200 77  PGMNAME                 PIC X(8) VALUE 'ACSTRPRT'.
014300 77  WS-CTL-STATUS           PIC XX VALUE SPACES.
014400 77  WS-ACCT-STATUS          PIC XX VALUE SPACES.
014500     88  WS-ACCT-AT-EOF          VALUE '10'.
014600 77  WS-MST-STATUS           PIC XX VALUE SPACES.
014700 77  WS-IN-STATUS            PIC XX VALUE SPACES.
014800     88  WS-IN-AT-EOF            VALUE '10'.
014900 77  WS-OUT-STATUS           PIC XX VALUE SPACES.
015000 77  WS-RPT-STATUS           PIC XX VALUE SPACES.
015100 77  WS-CURRENT-DATE         PIC 9(8) VALUE ZERO.
015200/ THE DATE RANGE (RPRTCTL).
015300 01  WS-RPRTCTL-LAYOUT.
015400     05  WS-RPC-FROM         PIC X(8).
015500     05  FILLER              PIC X.
015600     05  WS-RPC-TO           PIC X(8).
015700     05  FILLER              PIC X(63).
015800 77  WS-FROM-DATE            PIC 9(8) VALUE ZERO.
015900 77  WS-TO-DATE              PIC 9(8) VALUE ZERO.
016000 77  WS-QRY-FLAG             PIC X VALUE 'N'.
016100     88  QUERY-IS-USABLE         VALUE 'Y'.
016200     88  QUERY-NOT-USABLE        VALUE 'N'.
016300 01  WS-ACCT-LAYOUT.
016400     05  WS-ACCT-NUMBER      PIC X(20).
016500     05  FILLER              PIC X(60).
016600/ LAYOUT OF A DOCMSTR RECORD, AS WRITTEN BY ACSTXLOD (SEE ACSTXLOD
016700*2200-WRITE-MASTER-ENTRY - THE TWO LAYOUTS MUST STAY IN STEP).
016800 01  WS-MST-LAYOUT.
016900     05  WS-MST-DOCID        PIC X(20).
017000     05  FILLER              PIC X.
017100     05  WS-MST-DATE         PIC 9(8).
017200     05  FILLER              PIC X.
017300     05  WS-MST-TIME         PIC X(8).
017400     05  FILLER              PIC X.
017500     05  WS-MST-STARTREC     PIC 9(8).
017600     05  FILLER              PIC X.
017700     05  WS-MST-JOB          PIC X(8).
017800     05  FILLER              PIC X.
017900     05  WS-MST-STEP         PIC X(8).
018000     05  FILLER              PIC X.
018100     05  WS-MST-FORMDEF      PIC X(8).
018200     05  FILLER              PIC X.
018300     05  WS-MST-PAGEDEF      PIC X(8).
018400     05  FILLER              PIC X.
018500     05  WS-MST-ENDREC       PIC 9(8).
018600     05  FILLER              PIC X.
018700     05  WS-MST-RECCNT       PIC 9(8).
018800     05  FILLER              PIC X.
018900     05  WS-MST-PAGECNT      PIC 9(8).
019000     05  FILLER              PIC X.
019100     05  WS-MST-SRCDSN       PIC X(44).
019200     05  FILLER              PIC X.
019300     05  WS-MST-LOADDATE     PIC 9(8).
019400     05  FILLER              PIC X(36).
019500 77  WS-ENDREC-OPEN          PIC 9(8) VALUE 99999999.
019600/ THE REQUESTED ACCOUNTS.  FOUND-COUNT IS KEPT PER ACCOUNT SO THE
019700*NOT-FOUND LIST PRINTS FROM THE TABLE AFTER THE LOOKUPS.
019800 77  WS-ACT-TABLE-MAX        PIC 9(4) BINARY VALUE 500.
019900 77  WS-ACT-COUNT            PIC 9(4) BINARY VALUE ZERO.
020000 77  WS-ACT-SKIPPED          PIC 9(4) BINARY VALUE ZERO.
020100 01  WS-ACCOUNT-TABLE.
020200     05  WS-ACT-ENTRY        OCCURS 500 TIMES.
020300         10  ACT-NUMBER      PIC X(20).
020400         10  ACT-FOUND-CNT   PIC 9(4) BINARY.
020500/ THE DOCUMENTS LOCATED, KEPT IN SOURCE DATA SET AND START-RECORD
020600*ORDER SO EACH RETAINED FILE IS READ ONCE, FRONT TO BACK.
020700 77  WS-HIT-TABLE-MAX        PIC 9(4) BINARY VALUE 2000.
020800 77  WS-HIT-COUNT            PIC 9(4) BINARY VALUE ZERO.
020900 77  WS-HIT-SKIPPED          PIC 9(4) BINARY VALUE ZERO.
021000 01  WS-HIT-TABLE.
021100     05  WS-HIT-ENTRY        OCCURS 2000 TIMES.
021200         10  HIT-SORT-KEY.
021300             15  HIT-DSN     PIC X(44).
021400             15  HIT-START   PIC 9(8).
021500         10  HIT-END         PIC 9(8).
021600         10  HIT-ACCT        PIC X(20).
021700         10  HIT-DATE        PIC 9(8).
021800         10  HIT-JOB         PIC X(8).
021900         10  HIT-STEP        PIC X(8).
022000         10  HIT-COPIED      PIC 9(8) BINARY.
022100         10  HIT-STATE       PIC X.
022200             88  HIT-PENDING     VALUE ' '.
022300             88  HIT-COPIED-OK   VALUE 'C'.
022400             88  HIT-ROLLED-OFF  VALUE 'R'.
022500             88  HIT-SHORT       VALUE 'S'.
022600             88  HIT-NO-SOURCE   VALUE 'N'.
022700             88  HIT-FAILED      VALUE 'F'.
022710             88  HIT-WRONG-FORMAT VALUE 'W'.
022800 01  WS-HIT-WORK.
022900     05  WS-WORK-SORT-KEY.
023000         10  WS-WORK-DSN     PIC X(44).
023100         10  WS-WORK-START   PIC 9(8).
023200     05  WS-WORK-END         PIC 9(8).
023300     05  WS-WORK-ACCT        PIC X(20).
023400     05  WS-WORK-DATE        PIC 9(8).
023500     05  WS-WORK-JOB         PIC X(8).
023600     05  WS-WORK-STEP        PIC X(8).
023700     05  WS-WORK-COPIED      PIC 9(8) BINARY.
023800     05  WS-WORK-STATE       PIC X.
023900/ SOURCE-FILE PASS STATE.  WS-GRP-FIRST AND WS-GRP-LAST BOUND THE
024000*HIT TABLE ENTRIES THAT SHARE ONE SOURCE DATA SET.
024100 77  WS-SUB                  PIC 9(4) BINARY VALUE ZERO.
024200 77  WS-INS-AT               PIC 9(4) BINARY VALUE ZERO.
024300 77  WS-GRP-FIRST            PIC 9(4) BINARY VALUE ZERO.
024400 77  WS-GRP-LAST             PIC 9(4) BINARY VALUE ZERO.
024500 77  WS-CUR-HIT              PIC 9(4) BINARY VALUE ZERO.
024600 77  WS-IN-RECNO             PIC 9(8) BINARY VALUE ZERO.
024700 77  WS-SPAN-LEN             PIC 9(8) BINARY VALUE ZERO.
024800 77  WS-WRITTEN-CNT          PIC 9(8) BINARY VALUE ZERO.
024900 77  WS-SAVE-RC              PIC S9(4) BINARY VALUE ZERO.
025000 77  WS-OUT-OPEN-FLAG        PIC X VALUE 'N'.
025100     88  RPRT-OUT-OPEN           VALUE 'Y'.
025200     88  RPRT-OUT-CLOSED         VALUE 'N'.
025300 77  WS-MST-SCAN-FLAG        PIC X VALUE 'N'.
025400     88  MASTER-SCAN-DONE        VALUE 'Y'.
025500     88  MASTER-SCAN-GOING       VALUE 'N'.
025510 77  WS-FMT-FLAG             PIC X VALUE 'Y'.
025520     88  SOURCE-FORMAT-OK        VALUE 'Y'.
025530     88  SOURCE-FORMAT-BAD       VALUE 'N'.
025600* The dynamic allocation request for RPRTIN.
025800 COPY ACSTDYNA.
026400/ EXTRACT TOTALS.
026500 77  WS-NOTFOUND-CNT         PIC 9(8) BINARY VALUE ZERO.
026600 77  WS-COPIED-CNT           PIC 9(8) BINARY VALUE ZERO.
026700 77  WS-ROLLED-CNT           PIC 9(8) BINARY VALUE ZERO.
026800 77  WS-SHORT-CNT            PIC 9(8) BINARY VALUE ZERO.
026900 77  WS-NOSRC-CNT            PIC 9(8) BINARY VALUE ZERO.
027000 77  WS-FAILED-CNT           PIC 9(8) BINARY VALUE ZERO.
027010 77  WS-FORMAT-CNT           PIC 9(8) BINARY VALUE ZERO.
027100/ REPORT LINE LAYOUTS.
027200 01  WS-HDR-LINE.
027300     05  FILLER              PIC X(26)
027400         VALUE 'ACSTRPRT REPRINT EXTRACT'.
027500     05  FILLER              PIC X(10) VALUE 'RUN DATE: '.
027600     05  WS-HDR-DATE         PIC 9(4)/99/99.
027700     05  FILLER              PIC X(7) VALUE ' FROM: '.
027800     05  WS-HDR-FROM         PIC 9(4)/99/99.
027900     05  FILLER              PIC X(5) VALUE ' TO: '.
028000     05  WS-HDR-TO           PIC 9(4)/99/99.
028100     05  FILLER              PIC X(54) VALUE SPACES.
028200 01  WS-COL-LINE.
028300     05  FILLER              PIC X(21) VALUE 'ACCOUNT'.
028400     05  FILLER              PIC X(11) VALUE 'RUN DATE'.
028500     05  FILLER              PIC X(9) VALUE 'JOB'.
028600     05  FILLER              PIC X(9) VALUE 'STEP'.
028700     05  FILLER              PIC X(9) VALUE ' START'.
028800     05  FILLER              PIC X(9) VALUE '     END'.
028900     05  FILLER              PIC X(9) VALUE '  COPIED'.
029000     05  FILLER              PIC X(14) VALUE 'RESULT'.
029100     05  FILLER              PIC X(41) VALUE 'SOURCE PRINT FILE'.
029200 01  WS-DTL-LINE.
029300     05  WS-DTL-ACCT         PIC X(20).
029400     05  FILLER              PIC X VALUE SPACE.
029500     05  WS-DTL-DATE         PIC 9(4)/99/99.
029600     05  FILLER              PIC X VALUE SPACE.
029700     05  WS-DTL-JOB          PIC X(8).
029800     05  FILLER              PIC X VALUE SPACE.
029900     05  WS-DTL-STEP         PIC X(8).
030000     05  FILLER              PIC X VALUE SPACE.
030100     05  WS-DTL-START        PIC Z(7)9.
030200     05  FILLER              PIC X VALUE SPACE.
030300     05  WS-DTL-END          PIC X(8).
030400     05  FILLER              PIC X VALUE SPACE.
030500     05  WS-DTL-COPIED       PIC Z(7)9.
030600     05  FILLER              PIC X VALUE SPACE.
030700     05  WS-DTL-RESULT       PIC X(13).
030800     05  FILLER              PIC X VALUE SPACE.
030900     05  WS-DTL-DSN          PIC X(44).
031000 77  WS-END-EDIT             PIC Z(7)9.
031100 01  WS-NF-LINE.
031200     05  FILLER              PIC X(21) VALUE 'NOT FOUND: '.
031300     05  WS-NF-ACCT          PIC X(20).
031400     05  FILLER              PIC X(91) VALUE SPACES.
031500 01  WS-CNT-LINE.
031600     05  WS-CNT-LABEL        PIC X(40).
031700     05  WS-CNT-VALUE        PIC Z(7)9.
031800     05  FILLER              PIC X(84) VALUE SPACES.
031900 01  WS-MSG-LINE             PIC X(132) VALUE SPACES.
032000     SKIP1
032100 TITLE 'Initialization and Main Line'.
032200 PROCEDURE DIVISION.
032300 0000-MAIN-LINE.
032400     PERFORM 1000-INITIALIZE.
032500     IF QUERY-IS-USABLE
032600      THEN
032700       PERFORM 1200-LOAD-ACCOUNTS;
032800       PERFORM 2000-LOCATE-DOCUMENTS;
032900       PERFORM 3000-EXTRACT-DOCUMENTS
033000     END-IF.
033100     PERFORM 4000-PRINT-REPORT.
033200     GOBACK.
033300     SKIP1
033400 1000-INITIALIZE.
033500* Read the date range.  As with ACSTLQRY's query there is no
033600*sensible default, so a missing or unusable range is a hard
033700*error the scheduler can see.
033800     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
033900     OPEN INPUT RPRTCTL.
034000     IF WS-CTL-STATUS NOT = '00'
034100      THEN
034200       DISPLAY PGMNAME, ' *** RPRTCTL OPEN FAILED, STATUS=',
034300               WS-CTL-STATUS, ' - NO DATE RANGE, NOTHING ',
034400               'EXTRACTED.'
034500       MOVE 8 TO RETURN-CODE
034600      ELSE
034700       READ RPRTCTL INTO WS-RPRTCTL-LAYOUT
034800         AT END
034900           DISPLAY PGMNAME, ' EMPTY RPRTCTL - NO DATE RANGE, ',
035000                   'NOTHING EXTRACTED.'
035100           MOVE 8 TO RETURN-CODE
035200         NOT AT END
035300           PERFORM 1100-VALIDATE-RANGE
035400       END-READ;
035500       CLOSE RPRTCTL
035600     END-IF.
035700     SKIP1
035800 1100-VALIDATE-RANGE.
035900* Both dates must be present, numeric, and in order.  A reversed
036000*range is refused rather than silently finding nothing.
036100     IF WS-RPC-FROM IS NOT NUMERIC OR
036200        WS-RPC-TO IS NOT NUMERIC
036300      THEN
036400       DISPLAY PGMNAME, ' *** UNUSABLE RPRTCTL RECORD (DATES ',
036500               'NOT NUMERIC): ', WS-RPRTCTL-LAYOUT (1 : 17)
036600       MOVE 8 TO RETURN-CODE
036700      ELSE
036800       MOVE WS-RPC-FROM TO WS-FROM-DATE;
036900       MOVE WS-RPC-TO TO WS-TO-DATE;
037000       IF WS-FROM-DATE > WS-TO-DATE
037100        THEN
037200         DISPLAY PGMNAME, ' *** RPRTCTL FROM-DATE IS AFTER ',
037300                 'TO-DATE - NOTHING EXTRACTED.'
037400         MOVE 8 TO RETURN-CODE
037500        ELSE
037600         SET QUERY-IS-USABLE TO TRUE
037700       END-IF
037800     END-IF.
037900     SKIP1
038000 1200-LOAD-ACCOUNTS.
038100* Load the account list.  Blank records and repeats are dropped;
038200*a list longer than the table is said out loud rather than
038300*reprinting part of it as if it were all of it.
038400     OPEN INPUT RPRT-ACCT.
038500     IF WS-ACCT-STATUS NOT = '00'
038600      THEN
038700       DISPLAY PGMNAME, ' *** RPRTACCT OPEN FAILED, STATUS=',
038800               WS-ACCT-STATUS, ' - NO ACCOUNTS, NOTHING ',
038900               'EXTRACTED.'
039000       MOVE 8 TO RETURN-CODE
039100      ELSE
039200       PERFORM UNTIL WS-ACCT-AT-EOF
039300         READ RPRT-ACCT INTO WS-ACCT-LAYOUT
039400           AT END
039500             SET WS-ACCT-AT-EOF TO TRUE
039600           NOT AT END
039700             PERFORM 1250-ADD-ACCOUNT
039800         END-READ
039900       END-PERFORM;
040000       CLOSE RPRT-ACCT;
040100       IF WS-ACT-SKIPPED > ZERO
040200        THEN
040300         DISPLAY PGMNAME, ' *** ACCOUNT TABLE FULL - ',
040400                 WS-ACT-SKIPPED, ' ACCOUNTS NOT SEARCHED - ',
040500                 'RAISE WS-ACT-TABLE-MAX.'
040600         MOVE 8 TO RETURN-CODE
040700       END-IF
040800     END-IF.
040900     SKIP1
041000 1250-ADD-ACCOUNT.
041100     IF WS-ACCT-NUMBER NOT = SPACES
041200      THEN
041300       PERFORM VARYING WS-SUB FROM 1 BY 1
041400               UNTIL WS-SUB > WS-ACT-COUNT
041500                  OR ACT-NUMBER (WS-SUB) = WS-ACCT-NUMBER
041550         CONTINUE
041600       END-PERFORM;
041700       IF WS-SUB > WS-ACT-COUNT
041800        THEN
041900         IF WS-ACT-COUNT = WS-ACT-TABLE-MAX
042000          THEN
042100           ADD 1 TO WS-ACT-SKIPPED
042200          ELSE
042300           ADD 1 TO WS-ACT-COUNT;
042400           MOVE WS-ACCT-NUMBER TO ACT-NUMBER (WS-ACT-COUNT);
042500           MOVE ZERO TO ACT-FOUND-CNT (WS-ACT-COUNT)
042600         END-IF
042700       END-IF
042800     END-IF.
042900     SKIP1
043000 TITLE 'Master Lookup'.
043100 2000-LOCATE-DOCUMENTS.
043200* Position the master at each account's first entry on or after
043300*the from-date and read forward while the identifier matches and
043400*the run date is within the range.
043500     OPEN INPUT DOC-MASTER.
043600     IF WS-MST-STATUS NOT = '00'
043700      THEN
043800       DISPLAY PGMNAME, ' *** DOCMSTR OPEN FAILED, STATUS=',
043900               WS-MST-STATUS, ' - NOTHING EXTRACTED.'
044000       MOVE 8 TO RETURN-CODE
044100      ELSE
044200       PERFORM VARYING WS-SUB FROM 1 BY 1
044300               UNTIL WS-SUB > WS-ACT-COUNT
044400         PERFORM 2100-LOCATE-ACCOUNT
044500       END-PERFORM;
044600       CLOSE DOC-MASTER;
044700       IF WS-HIT-SKIPPED > ZERO
044800        THEN
044900         DISPLAY PGMNAME, ' *** DOCUMENT TABLE FULL - ',
045000                 WS-HIT-SKIPPED, ' DOCUMENTS NOT EXTRACTED - ',
045100                 'RAISE WS-HIT-TABLE-MAX.'
045200         MOVE 8 TO RETURN-CODE
045300       END-IF
045400     END-IF.
045500     SKIP1
045600 2100-LOCATE-ACCOUNT.
045601* WS-SUB addresses the account in hand.  The key is built over
045602*spaces, as ACSTXLOD stores its separators, with low-value time
045603*and start record so the START lands on the first run of the
045604*from-date.  Entries dated before the from-date are passed over
045605*all the same, so nothing outside the range is ever reprinted.
045607     MOVE SPACES TO DMST-KEY.
045608     MOVE ACT-NUMBER (WS-SUB) TO DMST-KEY-DOCID.
045609     MOVE WS-FROM-DATE TO DMST-KEY-DATE.
045610     MOVE LOW-VALUES TO DMST-KEY-TIME, DMST-KEY-START.
046200     SET MASTER-SCAN-GOING TO TRUE.
046300     START DOC-MASTER KEY IS NOT LESS THAN DMST-KEY
046400       INVALID KEY
046500         SET MASTER-SCAN-DONE TO TRUE
046600     END-START.
046700     PERFORM UNTIL MASTER-SCAN-DONE
046800       READ DOC-MASTER NEXT RECORD INTO WS-MST-LAYOUT
046900         AT END
047000           SET MASTER-SCAN-DONE TO TRUE
047100         NOT AT END
047200           IF WS-MST-DOCID NOT = ACT-NUMBER (WS-SUB) OR
047300              WS-MST-DATE > WS-TO-DATE
047400            THEN
047500             SET MASTER-SCAN-DONE TO TRUE
047510            ELSE
047520             IF WS-MST-DATE NOT < WS-FROM-DATE
047530              THEN
047540               ADD 1 TO ACT-FOUND-CNT (WS-SUB);
047550               PERFORM 2200-INSERT-HIT
047560             END-IF
047900           END-IF
048000       END-READ
048100     END-PERFORM.
048200     IF ACT-FOUND-CNT (WS-SUB) = ZERO
048300      THEN
048400       ADD 1 TO WS-NOTFOUND-CNT
048500     END-IF.
048600     SKIP1
048700 2200-INSERT-HIT.
048800* Insert the master entry in hand into the document table in
048900*source data set and start-record order, the same insertion the
049000*ACSTLQRY merge table uses.
049100     IF WS-HIT-COUNT = WS-HIT-TABLE-MAX
049200      THEN
049300       ADD 1 TO WS-HIT-SKIPPED
049400      ELSE
049500       MOVE WS-MST-SRCDSN TO WS-WORK-DSN;
049600       MOVE WS-MST-STARTREC TO WS-WORK-START;
049700       MOVE WS-MST-ENDREC TO WS-WORK-END;
049800       MOVE WS-MST-DOCID TO WS-WORK-ACCT;
049900       MOVE WS-MST-DATE TO WS-WORK-DATE;
050000       MOVE WS-MST-JOB TO WS-WORK-JOB;
050100       MOVE WS-MST-STEP TO WS-WORK-STEP;
050200       MOVE ZERO TO WS-WORK-COPIED;
050300       MOVE SPACE TO WS-WORK-STATE;
050400       MOVE WS-HIT-COUNT TO WS-INS-AT;
050500       PERFORM UNTIL WS-INS-AT = ZERO
050600                  OR HIT-SORT-KEY (WS-INS-AT) NOT >
050700                     WS-WORK-SORT-KEY
050800         MOVE WS-HIT-ENTRY (WS-INS-AT)
050900             TO WS-HIT-ENTRY (WS-INS-AT + 1);
051000         SUBTRACT 1 FROM WS-INS-AT
051100       END-PERFORM;
051200       ADD 1 TO WS-INS-AT;
051300       ADD 1 TO WS-HIT-COUNT;
051400       MOVE WS-HIT-WORK TO WS-HIT-ENTRY (WS-INS-AT)
051500     END-IF.
051600     SKIP1
051700 TITLE 'Source File Extract'.
051800 3000-EXTRACT-DOCUMENTS.
051900* Walk the document table one source data set at a time.
052000     IF WS-HIT-COUNT > ZERO
052100      THEN
052200       OPEN OUTPUT RPRT-OUT;
052300       IF WS-OUT-STATUS NOT = '00'
052400        THEN
052500         DISPLAY PGMNAME, ' *** RPRTOUT OPEN FAILED, STATUS=',
052600                 WS-OUT-STATUS, ' - NOTHING EXTRACTED.'
052700         MOVE 8 TO RETURN-CODE
052800        ELSE
052900         SET RPRT-OUT-OPEN TO TRUE;
053000         MOVE 1 TO WS-GRP-FIRST;
053100         PERFORM UNTIL WS-GRP-FIRST > WS-HIT-COUNT
053200           MOVE WS-GRP-FIRST TO WS-GRP-LAST;
053300           PERFORM UNTIL WS-GRP-LAST = WS-HIT-COUNT
053400                      OR HIT-DSN (WS-GRP-LAST + 1) NOT =
053500                         HIT-DSN (WS-GRP-FIRST)
053600             ADD 1 TO WS-GRP-LAST
053700           END-PERFORM;
053800           PERFORM 3100-EXTRACT-FROM-SOURCE;
053900           COMPUTE WS-GRP-FIRST = WS-GRP-LAST + 1
054000         END-PERFORM;
054100         IF RPRT-OUT-OPEN
054200          THEN
054300           CLOSE RPRT-OUT
054400         END-IF
054500       END-IF
054600     END-IF.
054700     SKIP1
054800 3100-EXTRACT-FROM-SOURCE.
054900* One source print file, documents WS-GRP-FIRST through
055000*WS-GRP-LAST in start-record order.  A file that cannot be
055100*allocated (see 3150) or is no longer there to open (status
055200*35) has rolled off retention; anything else is a failure the
055300*scheduler must see.  A file not in the FB 133 shape
055310*(open status 39, or a record of another length on the way
055320*through) is refused rather than copied truncated or padded.
055400     IF HIT-DSN (WS-GRP-FIRST) = SPACES
055500      THEN
055600       PERFORM VARYING WS-SUB FROM WS-GRP-FIRST BY 1
055700               UNTIL WS-SUB > WS-GRP-LAST
055800         SET HIT-NO-SOURCE (WS-SUB) TO TRUE
055900       END-PERFORM
056000      ELSE
056100       PERFORM 3150-ALLOCATE-SOURCE;
056110       IF NOT DYN-ALLOCATED
056120        THEN
056130         PERFORM VARYING WS-SUB FROM WS-GRP-FIRST BY 1
056140                 UNTIL WS-SUB > WS-GRP-LAST
056150           SET HIT-ROLLED-OFF (WS-SUB) TO TRUE
056160         END-PERFORM
056170        ELSE
056200         OPEN INPUT RPRT-IN;
056300         EVALUATE WS-IN-STATUS
056400           WHEN '00'
056500             SET SOURCE-FORMAT-OK TO TRUE;
056510             PERFORM 3200-COPY-SOURCE-RECORDS;
056600             CLOSE RPRT-IN;
056700             IF SOURCE-FORMAT-OK
056709              THEN
056718               PERFORM 3300-GRADE-GROUP
056727              ELSE
056736               PERFORM 3350-REFUSE-GROUP
056745             END-IF
056754           WHEN '39'
056763             DISPLAY PGMNAME, ' *** ', HIT-DSN (WS-GRP-FIRST),
056772                     ' IS NOT RECFM=FB LRECL=133 - NOT EXTRACTED.'
056781             MOVE 8 TO RETURN-CODE
056790             PERFORM 3350-REFUSE-GROUP
056800           WHEN '35'
057000             PERFORM VARYING WS-SUB FROM WS-GRP-FIRST BY 1
057100                     UNTIL WS-SUB > WS-GRP-LAST
057200               SET HIT-ROLLED-OFF (WS-SUB) TO TRUE
057300             END-PERFORM
057400           WHEN OTHER
057500             DISPLAY PGMNAME, ' *** OPEN FAILED FOR ',
057600                     HIT-DSN (WS-GRP-FIRST), ' STATUS=',
057700                     WS-IN-STATUS
057800             MOVE 8 TO RETURN-CODE
057900             PERFORM VARYING WS-SUB FROM WS-GRP-FIRST BY 1
058000                     UNTIL WS-SUB > WS-GRP-LAST
058100               SET HIT-FAILED (WS-SUB) TO TRUE
058200             END-PERFORM
058300         END-EVALUATE
058310       END-IF
058400     END-IF.
058500     SKIP1
058600 3150-ALLOCATE-SOURCE.
058610* Point RPRTIN at the group's data set through BPXWDYN (see
058620*ACSTDYNA).  The CALL resets RETURN-CODE, which carries this
058630*run's grade, so it is saved across the call; the allocation's
058640*own code is left in WS-DYN-RC for 3100.
058650     MOVE 'RPRTIN' TO WS-DYN-DDNAME.
058660     MOVE HIT-DSN (WS-GRP-FIRST) TO WS-DYN-DSN.
058670     MOVE SPACES TO WS-DYN-TEXT.
058680     MOVE 1 TO WS-DYN-PTR.
058690     STRING 'ALLOC FI(' DELIMITED BY SIZE
058700            WS-DYN-DDNAME DELIMITED BY SPACE
058710            ') DA(' DELIMITED BY SIZE
058720            WS-DYN-DSN DELIMITED BY SPACE
058730            ') SHR REUSE' DELIMITED BY SIZE
058740            INTO WS-DYN-TEXT WITH POINTER WS-DYN-PTR.
058750     COMPUTE WS-DYN-LENGTH = WS-DYN-PTR - 1.
058760     MOVE RETURN-CODE TO WS-SAVE-RC.
058770     CALL 'BPXWDYN' USING WS-DYN-REQUEST
058780                   RETURNING WS-DYN-RC.
058790     MOVE WS-SAVE-RC TO RETURN-CODE.
058800     IF NOT DYN-ALLOCATED
058810      THEN
058820       MOVE WS-DYN-RC TO WS-DYN-RC-EDIT;
058830       DISPLAY PGMNAME, ' ', WS-DYN-DSN, ' NOT ALLOCATED ',
058840               '(BPXWDYN RC=', WS-DYN-RC-EDIT, ') - ROLLED ',
058850               'OFF OR NOT READABLE.'
058860     END-IF.
060200     SKIP1
060300 3200-COPY-SOURCE-RECORDS.
060400* Read the file front to back, numbering records as ACSTCHR
060500*numbered them, and copy every record inside a wanted span.
060600*Spans are in start order, so the document in hand only moves
060700*forward; reading stops once the last span is passed.
060800     MOVE ZERO TO WS-IN-RECNO.
060900     MOVE WS-GRP-FIRST TO WS-CUR-HIT.
061000     MOVE '00' TO WS-IN-STATUS.
061100     PERFORM UNTIL WS-IN-AT-EOF
061200                OR WS-CUR-HIT > WS-GRP-LAST
061300                OR RPRT-OUT-CLOSED
061305       READ RPRT-IN
061310         AT END
061315           SET WS-IN-AT-EOF TO TRUE
061320         NOT AT END
061325           IF WS-IN-STATUS NOT = '00'
061330            THEN
061335             DISPLAY PGMNAME, ' *** ', HIT-DSN (WS-GRP-FIRST),
061340                     ' RECORD NOT 133 BYTES, STATUS=',
061345                     WS-IN-STATUS, ' - NOT EXTRACTED.'
061350             MOVE 8 TO RETURN-CODE;
061355             SET SOURCE-FORMAT-BAD TO TRUE;
061360             SET WS-IN-AT-EOF TO TRUE
061365            ELSE
061370             ADD 1 TO WS-IN-RECNO;
061375             PERFORM UNTIL WS-CUR-HIT > WS-GRP-LAST
061380                        OR WS-IN-RECNO NOT > HIT-END (WS-CUR-HIT)
061385               ADD 1 TO WS-CUR-HIT
061390             END-PERFORM;
061395             IF WS-CUR-HIT NOT > WS-GRP-LAST AND
061400                WS-IN-RECNO NOT < HIT-START (WS-CUR-HIT)
061405              THEN
061410               PERFORM 3250-WRITE-REPRINT-RECORD
061415             END-IF
061420           END-IF
061425       END-READ
062900     END-PERFORM.
063000     SKIP1
063100 3250-WRITE-REPRINT-RECORD.
063200     WRITE RPRT-OUT-RECORD FROM RPRT-IN-RECORD.
063300     IF WS-OUT-STATUS NOT = '00'
063400      THEN
063500       DISPLAY PGMNAME, ' *** RPRTOUT WRITE FAILED, STATUS=',
063600               WS-OUT-STATUS, ' - REPRINT DATA SET IS ',
063700               'INCOMPLETE.'
063800       MOVE 8 TO RETURN-CODE;
063900       CLOSE RPRT-OUT;
064000       SET RPRT-OUT-CLOSED TO TRUE
064100      ELSE
064200       ADD 1 TO HIT-COPIED (WS-CUR-HIT);
064300       ADD 1 TO WS-WRITTEN-CNT
064400     END-IF.
064500     SKIP1
064600 3300-GRADE-GROUP.
064700* A document is complete when its whole span was copied; a span
064800*that runs to the end of the file is complete when anything was.
064900*Less than that means the retained file is shorter than the one
065000*the run printed from.
065100     PERFORM VARYING WS-SUB FROM WS-GRP-FIRST BY 1
065200             UNTIL WS-SUB > WS-GRP-LAST
065300       IF HIT-END (WS-SUB) = WS-ENDREC-OPEN
065400        THEN
065500         IF HIT-COPIED (WS-SUB) > ZERO
065600          THEN
065700           SET HIT-COPIED-OK (WS-SUB) TO TRUE
065800          ELSE
065900           SET HIT-SHORT (WS-SUB) TO TRUE
066000         END-IF
066100        ELSE
066200         COMPUTE WS-SPAN-LEN =
066300             HIT-END (WS-SUB) - HIT-START (WS-SUB) + 1;
066400         IF HIT-COPIED (WS-SUB) = WS-SPAN-LEN
066500          THEN
066600           SET HIT-COPIED-OK (WS-SUB) TO TRUE
066700          ELSE
066800           SET HIT-SHORT (WS-SUB) TO TRUE
066900         END-IF
067000       END-IF
067100     END-PERFORM.
067200     SKIP1
067210 3350-REFUSE-GROUP.
067220     PERFORM VARYING WS-SUB FROM WS-GRP-FIRST BY 1
067230             UNTIL WS-SUB > WS-GRP-LAST
067240       SET HIT-WRONG-FORMAT (WS-SUB) TO TRUE
067250     END-PERFORM.
067260     SKIP1
067300 TITLE 'Extract Report'.
067400 4000-PRINT-REPORT.
067500* Every document located and what became of it, then every
067600*account not found, then the totals.
067700     OPEN OUTPUT RPRT-RPT.
067800     IF WS-RPT-STATUS NOT = '00'
067900      THEN
068000       DISPLAY PGMNAME, ' *** RPRTRPT OPEN FAILED, STATUS=',
068100               WS-RPT-STATUS, ' - REPORT NOT WRITTEN.'
068200       MOVE 8 TO RETURN-CODE
068300      ELSE
068400       MOVE WS-CURRENT-DATE TO WS-HDR-DATE;
068500       MOVE WS-FROM-DATE TO WS-HDR-FROM;
068600       MOVE WS-TO-DATE TO WS-HDR-TO;
068700       WRITE RPRT-RPT-RECORD FROM WS-HDR-LINE;
068800       IF QUERY-NOT-USABLE
068900        THEN
069000         MOVE SPACES TO WS-MSG-LINE;
069100         MOVE '*** NO USABLE DATE RANGE - SEE CONSOLE ***'
069200             TO WS-MSG-LINE;
069300         WRITE RPRT-RPT-RECORD FROM WS-MSG-LINE
069400        ELSE
069500         WRITE RPRT-RPT-RECORD FROM WS-COL-LINE;
069600         PERFORM VARYING WS-SUB FROM 1 BY 1
069700                 UNTIL WS-SUB > WS-HIT-COUNT
069800           PERFORM 4500-BUILD-DETAIL-LINE;
069900           WRITE RPRT-RPT-RECORD FROM WS-DTL-LINE
070000         END-PERFORM;
070100         PERFORM VARYING WS-SUB FROM 1 BY 1
070200                 UNTIL WS-SUB > WS-ACT-COUNT
070300           IF ACT-FOUND-CNT (WS-SUB) = ZERO
070400            THEN
070500             MOVE ACT-NUMBER (WS-SUB) TO WS-NF-ACCT;
070600             WRITE RPRT-RPT-RECORD FROM WS-NF-LINE
070700           END-IF
070800         END-PERFORM;
070900         PERFORM 4200-PRINT-TOTALS
071000       END-IF;
071100       CLOSE RPRT-RPT
071200     END-IF.
071300     IF (WS-NOTFOUND-CNT > ZERO OR WS-ROLLED-CNT > ZERO OR
071400         WS-SHORT-CNT > ZERO OR WS-NOSRC-CNT > ZERO) AND
071500        RETURN-CODE < 4
071600      THEN
071700       MOVE 4 TO RETURN-CODE
071800     END-IF.
071900     SKIP1
072000 4200-PRINT-TOTALS.
072100     MOVE SPACES TO WS-MSG-LINE.
072200     WRITE RPRT-RPT-RECORD FROM WS-MSG-LINE.
072300     MOVE 'ACCOUNTS REQUESTED' TO WS-CNT-LABEL.
072400     MOVE WS-ACT-COUNT TO WS-CNT-VALUE.
072500     WRITE RPRT-RPT-RECORD FROM WS-CNT-LINE.
072600     MOVE 'ACCOUNTS NOT FOUND' TO WS-CNT-LABEL.
072700     MOVE WS-NOTFOUND-CNT TO WS-CNT-VALUE.
072800     WRITE RPRT-RPT-RECORD FROM WS-CNT-LINE.
072900     MOVE 'DOCUMENTS LOCATED' TO WS-CNT-LABEL.
073000     MOVE WS-HIT-COUNT TO WS-CNT-VALUE.
073100     WRITE RPRT-RPT-RECORD FROM WS-CNT-LINE.
073200     MOVE 'DOCUMENTS EXTRACTED' TO WS-CNT-LABEL.
073300     MOVE WS-COPIED-CNT TO WS-CNT-VALUE.
073400     WRITE RPRT-RPT-RECORD FROM WS-CNT-LINE.
073500     MOVE 'SOURCE FILE ROLLED OFF' TO WS-CNT-LABEL.
073600     MOVE WS-ROLLED-CNT TO WS-CNT-VALUE.
073700     WRITE RPRT-RPT-RECORD FROM WS-CNT-LINE.
073800     MOVE 'SOURCE FILE SHORT' TO WS-CNT-LABEL.
073900     MOVE WS-SHORT-CNT TO WS-CNT-VALUE.
074000     WRITE RPRT-RPT-RECORD FROM WS-CNT-LINE.
074100     MOVE 'NO SOURCE FILE RECORDED' TO WS-CNT-LABEL.
074200     MOVE WS-NOSRC-CNT TO WS-CNT-VALUE.
074300     WRITE RPRT-RPT-RECORD FROM WS-CNT-LINE.
074400     MOVE 'SOURCE FILE OPEN FAILED' TO WS-CNT-LABEL.
074500     MOVE WS-FAILED-CNT TO WS-CNT-VALUE.
074600     WRITE RPRT-RPT-RECORD FROM WS-CNT-LINE.
074610     MOVE 'SOURCE FILE NOT FB 133' TO WS-CNT-LABEL.
074620     MOVE WS-FORMAT-CNT TO WS-CNT-VALUE.
074630     WRITE RPRT-RPT-RECORD FROM WS-CNT-LINE.
074700     MOVE 'RECORDS WRITTEN TO RPRTOUT' TO WS-CNT-LABEL.
074800     MOVE WS-WRITTEN-CNT TO WS-CNT-VALUE.
074900     WRITE RPRT-RPT-RECORD FROM WS-CNT-LINE.
075000     IF WS-ACT-SKIPPED > ZERO OR WS-HIT-SKIPPED > ZERO
075100      THEN
075200       MOVE SPACES TO WS-MSG-LINE;
075300       MOVE '*** TABLE FULL - EXTRACT IS INCOMPLETE - SEE '
075400           TO WS-MSG-LINE;
075500       MOVE 'CONSOLE ***' TO WS-MSG-LINE (47 : 11);
075600       WRITE RPRT-RPT-RECORD FROM WS-MSG-LINE
075700     END-IF.
075800     SKIP1
075900 4500-BUILD-DETAIL-LINE.
076000* Format one located document and tally its result.  WS-SUB
076100*addresses the document table entry in hand.
076200     MOVE HIT-ACCT (WS-SUB) TO WS-DTL-ACCT.
076300     MOVE HIT-DATE (WS-SUB) TO WS-DTL-DATE.
076400     MOVE HIT-JOB (WS-SUB) TO WS-DTL-JOB.
076500     MOVE HIT-STEP (WS-SUB) TO WS-DTL-STEP.
076600     MOVE HIT-START (WS-SUB) TO WS-DTL-START.
076700     IF HIT-END (WS-SUB) = WS-ENDREC-OPEN
076800      THEN
076900       MOVE '     EOF' TO WS-DTL-END
077000      ELSE
077100       MOVE HIT-END (WS-SUB) TO WS-END-EDIT;
077200       MOVE WS-END-EDIT TO WS-DTL-END
077300     END-IF.
077400     MOVE HIT-COPIED (WS-SUB) TO WS-DTL-COPIED.
077500     MOVE HIT-DSN (WS-SUB) TO WS-DTL-DSN.
077600     EVALUATE TRUE
077700       WHEN HIT-COPIED-OK (WS-SUB)
077800         MOVE 'EXTRACTED' TO WS-DTL-RESULT
077900         ADD 1 TO WS-COPIED-CNT
078000       WHEN HIT-ROLLED-OFF (WS-SUB)
078100         MOVE '*ROLLED OFF*' TO WS-DTL-RESULT
078200         ADD 1 TO WS-ROLLED-CNT
078300       WHEN HIT-SHORT (WS-SUB)
078400         MOVE '*SHORT FILE*' TO WS-DTL-RESULT
078500         ADD 1 TO WS-SHORT-CNT
078600       WHEN HIT-NO-SOURCE (WS-SUB)
078700         MOVE '*NO SOURCE*' TO WS-DTL-RESULT
078800         ADD 1 TO WS-NOSRC-CNT
078900       WHEN HIT-FAILED (WS-SUB)
079000         MOVE '*OPEN FAILED*' TO WS-DTL-RESULT
079100         ADD 1 TO WS-FAILED-CNT
079110       WHEN HIT-WRONG-FORMAT (WS-SUB)
079120         MOVE '*WRONG RECFM*' TO WS-DTL-RESULT
079130         ADD 1 TO WS-FORMAT-CNT
079200       WHEN OTHER
079300         MOVE '*NOT READ*' TO WS-DTL-RESULT
079400     END-EVALUATE.
