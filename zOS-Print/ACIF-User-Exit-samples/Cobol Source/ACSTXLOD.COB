000100 PROCESS DYNAM NUMPROC(PFD) TRUNC(OPT)           NOSEQ
000200* LAST UPDATE ON 15 Oct 2026 AT 18:00:00 BY  MAINT     VERSION 02 *
000300 ID DIVISION.
000400 PROGRAM-ID. ACSTXLOD.
000500 AUTHOR. MAINT.
000600 INSTALLATION. IBM BOULDER PROGRAMMING CENTER.
000700               Document-index master load for the ACSTCHR ACIF
000800               input exit.
000900
001000               ACSTCHR writes a fresh sequential ACSTIDX every
001100               run - one record per logical document, with the
001200               FORMDEF, PAGEDEF, starting input record number,
001300               record and page counts, and the IDXCTL-captured
001400               document identifier (in practice the account
001500               number).  Each night's ACSTIDX is overwritten by
001600               the next, so answering a customer reprint call
001700               meant finding the right day's index by hand and
001800               counting records into the archived print file.
001900
002000               This program runs as a step after the ACIF step
002100               and loads that run's ACSTIDX into the permanent
002200               DOCMSTR KSDS, keyed by document identifier and
002300               run date (the run time breaks ties between runs
002400               of the same day, and the starting input record
002410               between documents of one run that carry the same
002420               identifier).  Every entry is tagged with the
002500               job, step, date, and time identity of the run as
002600               ACSTCHR logged it on ACSTLOG, with the input
002700               record span the document occupies in the source
002800               print file, and with the name of the retained
002900               copy of that print file - everything ACSTRPRT
003000               needs to pull the document back out later.
003100
003200               The run is identified by its ACSTCHR EOF record
003300               on ACSTLOG.  A run that never reached EOF left a
003400               partial index and is refused: loading it would
003500               make a missing document look like it was never
003600               printed.  Entries with no captured document
003700               identifier cannot be looked up by account and
003800               are counted, not loaded.  Reloading a run that
003900               is already on the master is harmless - the
004000               entries are counted as already present.
004100
004200               DOCMSTR is defined with KEYS(47 0) and
004300               RECORDSIZE(200 200).
004400
004500               DD statements:
004600                 XLODCTL  - the load control card, required:
004700                            job name in columns 1-8 (blank =
004800                            this job), step name of the ACIF
004900                            step in 10-17 (blank = the latest
005000                            completed ACSTCHR step of the job
005100                            on that date), run date YYYYMMDD in
005200                            19-26 (blank = today), and the
005300                            data set name of the retained input
005400                            print file in 28-71.
005500                 ACSTIDX  - the run's document index, input.
005600                 ACSTLOG  - the reconciliation log KSDS, input.
005700                 DOCMSTR  - the document-index master KSDS,
005800                            updated.
005900                 XLODRPT  - SYSOUT load report.
006000 DATE-WRITTEN. 15 Oct 2026.
006100 DATE-COMPILED.
006200 SECURITY. NONE.
006300*/**************************************************************/
006400*/* Licensed under the Apache License, Version 2.0 (the        */
006500*/* "License"); you may not use this file except in compliance */
006600*/* with the License. You may obtain a copy of the License at  */
006700*/*                                                            */
006800*/* http://www.apache.org/licenses/LICENSE-2.0                 */
006900*/*                                                            */
007000*/* Unless required by applicable law or agreed to in writing, */
007100*/* software distributed under the License is distributed on an*/
007200*/* "AS IS" BASIS, WITHOUT WARRANTIES OR CONDITIONS OF ANY     */
007300*/* KIND, either express or implied.  See the License for the  */
007400*/* specific language governing permissions and limitations    */
007500*/* under the License.                                         */
007600*/**************************************************************/
007700 TITLE 'ACSTIDX Document-Index Master Load'.
007800 ENVIRONMENT DIVISION.
007900 CONFIGURATION SECTION.
008000 SOURCE-COMPUTER. IBM-370.
008100 OBJECT-COMPUTER. IBM-370.
008200 INPUT-OUTPUT SECTION.
008300 FILE-CONTROL.
008400     SELECT XLODCTL ASSIGN TO XLODCTL
008500         ORGANIZATION IS SEQUENTIAL
008600         ACCESS MODE IS SEQUENTIAL
008700         FILE STATUS IS WS-CTL-STATUS.
008800* The run's document index exactly as ACSTCHR 6000-CLOSE-DOC-UNIT
008900*wrote it.
009000     SELECT DOC-INDEX ASSIGN TO ACSTIDX
009100         ORGANIZATION IS SEQUENTIAL
009200         ACCESS MODE IS SEQUENTIAL
009300         FILE STATUS IS WS-IDX-STATUS.
009400* ACSTLOG is the reconciliation log KSDS written by ACSTCHR -
009500*keyed on program, job name, step name, date, and time (the
009600*leading 46 bytes, separators included).  The key group below
009700*must stay in step with the FD in ACSTCHR.
009800     SELECT COUNTS-LOG ASSIGN TO ACSTLOG
009900         ORGANIZATION IS INDEXED
010000         ACCESS MODE IS DYNAMIC
010100         RECORD KEY IS CLOG-KEY
010200         FILE STATUS IS WS-LOG-STATUS.
010300* The permanent document-index master, keyed on document
010400*identifier, run date, run time, and starting input record
010410*(the leading 47 bytes, separators included).  ACSTRPRT reads
010500*the same layout; the two must stay in step.
010700     SELECT DOC-MASTER ASSIGN TO DOCMSTR
010800         ORGANIZATION IS INDEXED
010900         ACCESS MODE IS DYNAMIC
011000         RECORD KEY IS DMST-KEY
011100         FILE STATUS IS WS-MST-STATUS.
011200     SELECT XLOD-RPT ASSIGN TO XLODRPT
011300         ORGANIZATION IS SEQUENTIAL
011400         ACCESS MODE IS SEQUENTIAL
011500         FILE STATUS IS WS-RPT-STATUS.
011600     EJECT
011700 DATA DIVISION.
011800 FILE SECTION.
011900 FD  XLODCTL
012000     RECORDING MODE IS F
012100     LABEL RECORDS ARE STANDARD.
012200 01  XLODCTL-RECORD             PIC X(80).
012300 FD  DOC-INDEX
012400     RECORDING MODE IS F
012500     LABEL RECORDS ARE STANDARD.
012600 01  DOC-INDEX-RECORD           PIC X(65).
012700 FD  COUNTS-LOG
012800     LABEL RECORDS ARE STANDARD.
012900 01  COUNTS-LOG-RECORD.
013000     05  CLOG-KEY.
013100         10  CLOG-KEY-PGM    PIC X(8).
013200         10  FILLER          PIC X.
013300         10  CLOG-KEY-JOB    PIC X(8).
013400         10  FILLER          PIC X.
013500         10  CLOG-KEY-STEP   PIC X(8).
013600         10  FILLER          PIC X.
013700         10  CLOG-KEY-DATE   PIC X(10).
013800         10  FILLER          PIC X.
013900         10  CLOG-KEY-TIME   PIC X(8).
014000     05  FILLER              PIC X(42).
014100 FD  DOC-MASTER
014200     LABEL RECORDS ARE STANDARD.
014300 01  DOC-MASTER-RECORD.
014400     05  DMST-KEY.
014500         10  DMST-KEY-DOCID  PIC X(20).
014600         10  FILLER          PIC X.
014700         10  DMST-KEY-DATE   PIC X(8).
014800         10  FILLER          PIC X.
014900         10  DMST-KEY-TIME   PIC X(8).
014910         10  FILLER          PIC X.
014920         10  DMST-KEY-START  PIC X(8).
015000     05  FILLER              PIC X(153).
015100 FD  XLOD-RPT
015200     RECORDING MODE IS F
015300     LABEL RECORDS ARE STANDARD.
015400 01  XLOD-RPT-RECORD            PIC X(132).
015500 WORKING-STORAGE SECTION.
015600 77  PGMNAME                 PIC X(8) VALUE 'ACSTXLOD'.
015700 77  WS-CTL-STATUS           PIC XX VALUE SPACES.
015800 77  WS-IDX-STATUS           PIC XX VALUE SPACES.
015900     88  WS-IDX-AT-EOF           VALUE '10'.
016000 77  WS-LOG-STATUS           PIC XX VALUE SPACES.
016100     88  WS-LOG-AT-EOF           VALUE '10'.
016200 77  WS-MST-STATUS           PIC XX VALUE SPACES.
016300 77  WS-RPT-STATUS           PIC XX VALUE SPACES.
016400 77  WS-CURRENT-DATE         PIC 9(8) VALUE ZERO.
016500 77  WS-JOBNAME              PIC X(8) VALUE SPACES.
016600/ THE LOAD CONTROL CARD (XLODCTL).
016700 01  WS-XLODCTL-LAYOUT.
016800     05  WS-XLD-JOB          PIC X(8).
016900     05  FILLER              PIC X.
017000     05  WS-XLD-STEP         PIC X(8).
017100     05  FILLER              PIC X.
017200     05  WS-XLD-DATE         PIC X(8).
017300     05  FILLER              PIC X.
017400     05  WS-XLD-DSN          PIC X(44).
017500     05  FILLER              PIC X(9).
017600 77  WS-LOAD-DATE            PIC 9(8) VALUE ZERO.
017700 77  WS-LOAD-FLAG            PIC X VALUE 'N'.
017800     88  LOAD-IS-USABLE          VALUE 'Y'.
017900     88  LOAD-NOT-USABLE         VALUE 'N'.
018000/ LAYOUT OF AN ACSTLOG RECORD, AS WRITTEN BY ACSTCHR (SEE
018100*ACSTCHR 8000-LOG-COUNTS - THE TWO LAYOUTS MUST STAY IN STEP).
018200 01  WS-LOG-LAYOUT.
018300     05  WS-LOG-PGM          PIC X(8).
018400     05  FILLER              PIC X.
018500     05  WS-LOG-JOB          PIC X(8).
018600     05  FILLER              PIC X.
018700     05  WS-LOG-STEP         PIC X(8).
018800     05  FILLER              PIC X.
018900     05  WS-LOG-DATE         PIC 9(4)/99/99.
019000     05  FILLER              PIC X.
019100     05  WS-LOG-TIME         PIC 99B99B99.
019200     05  FILLER              PIC X.
019300     05  WS-LOG-EVENT        PIC X(5).
019400     05  FILLER              PIC X.
019500     05  WS-LOG-RECCNT       PIC Z(7)9.
019600     05  FILLER              PIC X.
019700     05  WS-LOG-CHGCNT       PIC Z(7)9.
019800     05  FILLER              PIC X.
019900     05  WS-LOG-DELCNT       PIC Z(7)9.
020000     05  FILLER              PIC X.
020100     05  WS-LOG-INSCNT       PIC Z(7)9.
020200 77  WS-LOG-DATE-NUM         PIC 9(8) VALUE ZERO.
020300/ THE RUN BEING LOADED, AS FOUND ON ACSTLOG.  WHEN THE SAME STEP
020400*COMPLETED MORE THAN ONCE ON THE DATE, THE LATEST EOF WINS - THE
020500*ACSTIDX IN HAND IS THE ONE THE LAST RUN WROTE.
020600 01  WS-RUN-IDENTITY.
020700     05  WS-RUN-JOB          PIC X(8) VALUE SPACES.
020800     05  WS-RUN-STEP         PIC X(8) VALUE SPACES.
020900     05  WS-RUN-TIME         PIC X(8) VALUE SPACES.
021000 77  WS-RUN-EOF-CNT          PIC 9(4) BINARY VALUE ZERO.
021100 77  WS-RUN-FLAG             PIC X VALUE 'N'.
021200     88  RUN-WAS-FOUND           VALUE 'Y'.
021300     88  RUN-NOT-FOUND           VALUE 'N'.
021400/ LAYOUT OF AN ACSTIDX RECORD, AS WRITTEN BY ACSTCHR (SEE ACSTCHR
021500*6000-CLOSE-DOC-UNIT).  THE NEXT ENTRY IS READ AHEAD SO THE
021600*ENTRY IN HAND KNOWS WHERE ITS DOCUMENT ENDS.
021700 01  WS-IDX-LAYOUT.
021800     05  WS-IDX-FORMDEF      PIC X(8).
021900     05  FILLER              PIC X.
022000     05  WS-IDX-PAGEDEF      PIC X(8).
022100     05  FILLER              PIC X.
022200     05  WS-IDX-STARTREC     PIC 9(8).
022300     05  FILLER              PIC X.
022400     05  WS-IDX-RECCNT       PIC 9(8).
022500     05  FILLER              PIC X.
022600     05  WS-IDX-PAGECNT      PIC 9(8).
022700     05  FILLER              PIC X.
022800     05  WS-IDX-DOCID        PIC X(20).
022900 01  WS-NEXT-IDX-LAYOUT.
023000     05  FILLER              PIC X(18).
023100     05  WS-NXT-STARTREC     PIC 9(8).
023200     05  FILLER              PIC X(39).
023300 77  WS-IDX-ENDREC           PIC 9(8) VALUE ZERO.
023400* An ending record of all nines means "to the end of the file" -
023500*the last document of a run has no successor to bound it.
023600 77  WS-ENDREC-OPEN          PIC 9(8) VALUE 99999999.
023700/ LAYOUT OF A DOCMSTR RECORD.  ACSTRPRT CARRIES THE SAME LAYOUT
023800*AND THE TWO MUST STAY IN STEP.  THE RECORD SPAN IS IN INPUT
023900*RECORD NUMBERS OF THE SOURCE PRINT FILE, INCLUSIVE; IT COVERS
024000*ANY RECORDS ACSTCHR DELETED WITHIN THE DOCUMENT, SO A REPRINT
024100*FED BACK THROUGH ACIF IS TREATED EXACTLY AS THE ORIGINAL WAS.
024200 01  WS-MST-LAYOUT.
024300     05  WS-MST-DOCID        PIC X(20).
024400     05  FILLER              PIC X VALUE SPACE.
024500     05  WS-MST-DATE         PIC 9(8).
024600     05  FILLER              PIC X VALUE SPACE.
024700     05  WS-MST-TIME         PIC X(8).
024800     05  FILLER              PIC X VALUE SPACE.
024900     05  WS-MST-STARTREC     PIC 9(8).
025000     05  FILLER              PIC X VALUE SPACE.
025100     05  WS-MST-JOB          PIC X(8).
025200     05  FILLER              PIC X VALUE SPACE.
025300     05  WS-MST-STEP         PIC X(8).
025400     05  FILLER              PIC X VALUE SPACE.
025500     05  WS-MST-FORMDEF      PIC X(8).
025600     05  FILLER              PIC X VALUE SPACE.
025700     05  WS-MST-PAGEDEF      PIC X(8).
025800     05  FILLER              PIC X VALUE SPACE.
025900     05  WS-MST-ENDREC       PIC 9(8).
026000     05  FILLER              PIC X VALUE SPACE.
026100     05  WS-MST-RECCNT       PIC 9(8).
026200     05  FILLER              PIC X VALUE SPACE.
026300     05  WS-MST-PAGECNT      PIC 9(8).
026400     05  FILLER              PIC X VALUE SPACE.
026500     05  WS-MST-SRCDSN       PIC X(44).
026600     05  FILLER              PIC X VALUE SPACE.
026700     05  WS-MST-LOADDATE     PIC 9(8).
026800     05  FILLER              PIC X(36) VALUE SPACES.
026900/ LOAD TOTALS.
027000 77  WS-IDX-READ-CNT         PIC 9(8) BINARY VALUE ZERO.
027100 77  WS-LOADED-CNT           PIC 9(8) BINARY VALUE ZERO.
027200 77  WS-PRESENT-CNT          PIC 9(8) BINARY VALUE ZERO.
027300 77  WS-NODOCID-CNT          PIC 9(8) BINARY VALUE ZERO.
027400 77  WS-BADREC-CNT           PIC 9(8) BINARY VALUE ZERO.
027500 77  WS-FAILED-CNT           PIC 9(8) BINARY VALUE ZERO.
027600 77  WS-MST-OPEN-FLAG        PIC X VALUE 'N'.
027700     88  DOC-MASTER-OPEN         VALUE 'Y'.
027800     88  DOC-MASTER-CLOSED       VALUE 'N'.
027900/ REPORT LINE LAYOUTS.
028000 01  WS-HDR-LINE.
028100     05  FILLER              PIC X(40)
028200         VALUE 'ACSTXLOD DOCUMENT-INDEX MASTER LOAD'.
028300     05  FILLER              PIC X(10) VALUE 'RUN DATE: '.
028400     05  WS-HDR-DATE         PIC 9(4)/99/99.
028500     05  FILLER              PIC X(72) VALUE SPACES.
028600 01  WS-RUN-LINE.
028700     05  FILLER              PIC X(14) VALUE 'LOADED RUN - '.
028800     05  FILLER              PIC X(5) VALUE 'JOB: '.
028900     05  WS-RL-JOB           PIC X(8).
029000     05  FILLER              PIC X(7) VALUE ' STEP: '.
029100     05  WS-RL-STEP          PIC X(8).
029200     05  FILLER              PIC X(7) VALUE ' DATE: '.
029300     05  WS-RL-DATE          PIC 9(4)/99/99.
029400     05  FILLER              PIC X(7) VALUE ' TIME: '.
029500     05  WS-RL-TIME          PIC X(8).
029600     05  FILLER              PIC X(58) VALUE SPACES.
029700 01  WS-DSN-LINE.
029800     05  FILLER              PIC X(21)
029900         VALUE 'SOURCE PRINT FILE -  '.
030000     05  WS-DL-DSN           PIC X(44).
030100     05  FILLER              PIC X(67) VALUE SPACES.
030200 01  WS-CNT-LINE.
030300     05  WS-CNT-LABEL        PIC X(40).
030400     05  WS-CNT-VALUE        PIC Z(7)9.
030500     05  FILLER              PIC X(84) VALUE SPACES.
030600 01  WS-MSG-LINE             PIC X(132) VALUE SPACES.
030700 01  WS-DATE-EDIT            PIC 9(4)/99/99.
030800     SKIP1
030900 TITLE 'Initialization and Main Line'.
031000 PROCEDURE DIVISION.
031100 0000-MAIN-LINE.
031200     PERFORM 1000-INITIALIZE.
031300     IF LOAD-IS-USABLE
031400      THEN
031500       PERFORM 1200-FIND-RUN-ON-LOG;
031600       IF RUN-WAS-FOUND
031700        THEN
031800         PERFORM 2000-LOAD-INDEX
031900       END-IF
032000     END-IF.
032100     PERFORM 4000-PRINT-REPORT.
032200     GOBACK.
032300     SKIP1
032400 1000-INITIALIZE.
032500* Read the load control card.  Like ACSTLQRY's query it is not
032600*optional - loading an index against a guessed run identity
032700*would file every document under the wrong run - but the fields
032800*that have an obvious default take it.
032900     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
033000     DISPLAY 'JOBNAME' UPON ENVIRONMENT-NAME.
033100     ACCEPT WS-JOBNAME FROM ENVIRONMENT-VALUE.
033200     OPEN INPUT XLODCTL.
033300     IF WS-CTL-STATUS NOT = '00'
033400      THEN
033500       DISPLAY PGMNAME, ' *** XLODCTL OPEN FAILED, STATUS=',
033600               WS-CTL-STATUS, ' - NOTHING LOADED.'
033700       MOVE 8 TO RETURN-CODE
033800      ELSE
033900       READ XLODCTL INTO WS-XLODCTL-LAYOUT
034000         AT END
034100           DISPLAY PGMNAME, ' EMPTY XLODCTL - NOTHING LOADED.'
034200           MOVE 8 TO RETURN-CODE
034300         NOT AT END
034400           PERFORM 1100-VALIDATE-LOAD-CONTROL
034500       END-READ;
034600       CLOSE XLODCTL
034700     END-IF.
034800     SKIP1
034900 1100-VALIDATE-LOAD-CONTROL.
035000* Blank job means this job, blank date means today, blank step
035100*means whichever ACSTCHR step of the job completed last that
035200*day.  A blank source data set name still loads - the index is
035300*worth having - but ACSTRPRT cannot pull those documents back
035400*out, so it is a warning.
035500     IF WS-XLD-JOB = SPACES
035600      THEN
035700       MOVE WS-JOBNAME TO WS-XLD-JOB
035800     END-IF.
035900     IF WS-XLD-DATE = SPACES
036000      THEN
036100       MOVE WS-CURRENT-DATE TO WS-LOAD-DATE;
036200       SET LOAD-IS-USABLE TO TRUE
036300      ELSE
036400       IF WS-XLD-DATE IS NUMERIC
036500        THEN
036600         MOVE WS-XLD-DATE TO WS-LOAD-DATE;
036700         SET LOAD-IS-USABLE TO TRUE
036800        ELSE
036900         DISPLAY PGMNAME, ' *** XLODCTL RUN DATE NOT NUMERIC: ',
037000                 WS-XLD-DATE, ' - NOTHING LOADED.'
037100         MOVE 8 TO RETURN-CODE
037200       END-IF
037300     END-IF.
037400     IF LOAD-IS-USABLE AND WS-XLD-DSN = SPACES
037500      THEN
037600       DISPLAY PGMNAME, ' XLODCTL NAMES NO SOURCE PRINT FILE - ',
037700               'DOCUMENTS LOAD BUT CANNOT BE REPRINTED.'
037800       IF RETURN-CODE < 4
037900        THEN
038000         MOVE 4 TO RETURN-CODE
038100       END-IF
038200     END-IF.
038300     SKIP1
038400 1200-FIND-RUN-ON-LOG.
038500* Find the run's ACSTCHR EOF record.  The whole log is read in
038600*key order, as ACSTLTRD does; the key puts every step of the
038700*job together, so a blank step simply keeps the latest time
038800*seen across all of them.
038900     OPEN INPUT COUNTS-LOG.
039000     IF WS-LOG-STATUS NOT = '00'
039100      THEN
039200       DISPLAY PGMNAME, ' *** ACSTLOG OPEN FAILED, STATUS=',
039300               WS-LOG-STATUS, ' - RUN CANNOT BE IDENTIFIED, ',
039400               'NOTHING LOADED.'
039500       MOVE 8 TO RETURN-CODE
039600      ELSE
039700       PERFORM UNTIL WS-LOG-AT-EOF
039800         READ COUNTS-LOG NEXT RECORD INTO WS-LOG-LAYOUT
039900           AT END
040000             SET WS-LOG-AT-EOF TO TRUE
040100           NOT AT END
040200             PERFORM 1250-GRADE-LOG-RECORD
040300         END-READ
040400       END-PERFORM;
040500       CLOSE COUNTS-LOG;
040600       IF RUN-NOT-FOUND
040700        THEN
040800         MOVE WS-LOAD-DATE TO WS-DATE-EDIT;
040900         DISPLAY PGMNAME, ' *** NO COMPLETED ACSTCHR RUN FOR ',
041000                 'JOB ', WS-XLD-JOB, ' STEP ', WS-XLD-STEP,
041100                 ' ON ', WS-DATE-EDIT, ' - NOTHING LOADED.'
041200         MOVE 8 TO RETURN-CODE
041300       END-IF
041400     END-IF.
041500     SKIP1
041600 1250-GRADE-LOG-RECORD.
041700* Keep an ACSTCHR EOF record of the named job (and step, when
041800*one was named) on the load date whose time is the latest so
041900*far.  The time is carried as HH MM SS text, which collates in
042000*time order.
042100     MOVE WS-LOG-DATE TO WS-LOG-DATE-NUM.
042200     IF WS-LOG-PGM = 'ACSTCHR' AND
042300        WS-LOG-EVENT = 'EOF  ' AND
042400        WS-LOG-JOB = WS-XLD-JOB AND
042500        (WS-XLD-STEP = SPACES OR WS-LOG-STEP = WS-XLD-STEP) AND
042600        WS-LOG-DATE-NUM = WS-LOAD-DATE
042700      THEN
042800       ADD 1 TO WS-RUN-EOF-CNT;
042900       IF RUN-NOT-FOUND OR WS-LOG-TIME > WS-RUN-TIME
043000        THEN
043100         SET RUN-WAS-FOUND TO TRUE;
043200         MOVE WS-LOG-JOB TO WS-RUN-JOB;
043300         MOVE WS-LOG-STEP TO WS-RUN-STEP;
043400         MOVE WS-LOG-TIME TO WS-RUN-TIME
043500       END-IF
043600     END-IF.
043700     SKIP1
043800 TITLE 'Master Load'.
043900 2000-LOAD-INDEX.
044000* Open the index and the master, then load the index one entry
044100*behind the read - the entry after the one in hand bounds where
044200*its document ends in the source print file.  A master that does
044300*not exist yet is created on first use, the same way ACSTCHR
044400*creates ACSTLOG.
044500     OPEN INPUT DOC-INDEX.
044600     IF WS-IDX-STATUS NOT = '00'
044700      THEN
044800       DISPLAY PGMNAME, ' *** ACSTIDX OPEN FAILED, STATUS=',
044900               WS-IDX-STATUS, ' - NOTHING LOADED.'
045000       MOVE 8 TO RETURN-CODE
045100      ELSE
045200       OPEN I-O DOC-MASTER;
045300       IF WS-MST-STATUS = '35' OR WS-MST-STATUS = '05'
045400        THEN
045500         OPEN OUTPUT DOC-MASTER
045600       END-IF;
045700       IF WS-MST-STATUS NOT = '00'
045800        THEN
045900         DISPLAY PGMNAME, ' *** DOCMSTR OPEN FAILED, STATUS=',
046000                 WS-MST-STATUS, ' - NOTHING LOADED.'
046100         MOVE 8 TO RETURN-CODE
046200        ELSE
046300         SET DOC-MASTER-OPEN TO TRUE;
046400         READ DOC-INDEX INTO WS-NEXT-IDX-LAYOUT
046500           AT END
046600             SET WS-IDX-AT-EOF TO TRUE
046700         END-READ;
046800         PERFORM 2100-LOAD-INDEX-ENTRY
046900             UNTIL WS-IDX-AT-EOF OR DOC-MASTER-CLOSED;
047000         IF DOC-MASTER-OPEN
047100          THEN
047200           CLOSE DOC-MASTER
047300         END-IF
047400       END-IF;
047500       CLOSE DOC-INDEX
047600     END-IF.
047700     SKIP1
047800 2100-LOAD-INDEX-ENTRY.
047900* The read-ahead entry becomes the entry in hand; read the next
048000*one to bound it.  The last entry of the run runs to the end of
048100*the file.
048200     MOVE WS-NEXT-IDX-LAYOUT TO WS-IDX-LAYOUT.
048300     ADD 1 TO WS-IDX-READ-CNT.
048400     READ DOC-INDEX INTO WS-NEXT-IDX-LAYOUT
048500       AT END
048600         SET WS-IDX-AT-EOF TO TRUE
048700     END-READ.
048800     IF WS-IDX-AT-EOF OR WS-NXT-STARTREC IS NOT NUMERIC
048900      THEN
049000       MOVE WS-ENDREC-OPEN TO WS-IDX-ENDREC
049100      ELSE
049200       COMPUTE WS-IDX-ENDREC = WS-NXT-STARTREC - 1
049300     END-IF.
049400     EVALUATE TRUE
049500       WHEN WS-IDX-STARTREC IS NOT NUMERIC OR
049600            WS-IDX-RECCNT IS NOT NUMERIC OR
049700            WS-IDX-PAGECNT IS NOT NUMERIC
049800         ADD 1 TO WS-BADREC-CNT
049900         DISPLAY PGMNAME, ' UNUSABLE ACSTIDX ENTRY ',
050000                 WS-IDX-READ-CNT, ' SKIPPED: ', WS-IDX-LAYOUT
050100       WHEN WS-IDX-DOCID = SPACES
050200         ADD 1 TO WS-NODOCID-CNT
050300       WHEN OTHER
050400         PERFORM 2200-WRITE-MASTER-ENTRY
050500     END-EVALUATE.
050600     SKIP1
050700 2200-WRITE-MASTER-ENTRY.
050800* One master record per document.  A duplicate key means this
050900*document of this run is already on the master - a
051000*rerun of the load step - and is counted, not treated as an
051100*error.  Any other failure stops the load and says so; a master
051200*that silently stops short is the problem this program exists
051300*to remove.
051400     MOVE WS-IDX-DOCID TO WS-MST-DOCID.
051500     MOVE WS-LOAD-DATE TO WS-MST-DATE.
051600     MOVE WS-RUN-TIME TO WS-MST-TIME.
051700     MOVE WS-RUN-JOB TO WS-MST-JOB.
051800     MOVE WS-RUN-STEP TO WS-MST-STEP.
051900     MOVE WS-IDX-FORMDEF TO WS-MST-FORMDEF.
052000     MOVE WS-IDX-PAGEDEF TO WS-MST-PAGEDEF.
052100     MOVE WS-IDX-STARTREC TO WS-MST-STARTREC.
052200     MOVE WS-IDX-ENDREC TO WS-MST-ENDREC.
052300     MOVE WS-IDX-RECCNT TO WS-MST-RECCNT.
052400     MOVE WS-IDX-PAGECNT TO WS-MST-PAGECNT.
052500     MOVE WS-XLD-DSN TO WS-MST-SRCDSN.
052600     MOVE WS-CURRENT-DATE TO WS-MST-LOADDATE.
052700     MOVE WS-MST-LAYOUT TO DOC-MASTER-RECORD.
052800     WRITE DOC-MASTER-RECORD
052900       INVALID KEY
053000         CONTINUE
053100     END-WRITE.
053200     EVALUATE WS-MST-STATUS
053300       WHEN '00'
053400         ADD 1 TO WS-LOADED-CNT
053500       WHEN '22'
053600         ADD 1 TO WS-PRESENT-CNT
053700       WHEN OTHER
053800         ADD 1 TO WS-FAILED-CNT
053900         DISPLAY PGMNAME, ' *** DOCMSTR WRITE FAILED, STATUS=',
054000                 WS-MST-STATUS, ' - MASTER LOAD IS INCOMPLETE.'
054100         MOVE 8 TO RETURN-CODE
054200         CLOSE DOC-MASTER
054300         SET DOC-MASTER-CLOSED TO TRUE
054400     END-EVALUATE.
054500     SKIP1
054600 TITLE 'Load Report'.
054700 4000-PRINT-REPORT.
054800* The run identity, the source file, and the totals.  Entries
054900*without a document identifier are said out loud - they are on
055000*ACSTIDX but can never be found by account number.
055100     OPEN OUTPUT XLOD-RPT.
055200     IF WS-RPT-STATUS NOT = '00'
055300      THEN
055400       DISPLAY PGMNAME, ' *** XLODRPT OPEN FAILED, STATUS=',
055500               WS-RPT-STATUS, ' - REPORT NOT WRITTEN.'
055600       MOVE 8 TO RETURN-CODE
055700      ELSE
055800       MOVE WS-CURRENT-DATE TO WS-HDR-DATE;
055900       WRITE XLOD-RPT-RECORD FROM WS-HDR-LINE;
056000       IF RUN-NOT-FOUND
056100        THEN
056200         MOVE SPACES TO WS-MSG-LINE;
056300         MOVE '*** RUN NOT IDENTIFIED - SEE CONSOLE - NOTHING '
056400             TO WS-MSG-LINE;
056500         MOVE 'LOADED ***' TO WS-MSG-LINE (49 : 10);
056600         WRITE XLOD-RPT-RECORD FROM WS-MSG-LINE
056700        ELSE
056800         MOVE WS-RUN-JOB TO WS-RL-JOB;
056900         MOVE WS-RUN-STEP TO WS-RL-STEP;
057000         MOVE WS-LOAD-DATE TO WS-RL-DATE;
057100         MOVE WS-RUN-TIME TO WS-RL-TIME;
057200         WRITE XLOD-RPT-RECORD FROM WS-RUN-LINE;
057300         MOVE WS-XLD-DSN TO WS-DL-DSN;
057400         WRITE XLOD-RPT-RECORD FROM WS-DSN-LINE;
057500         IF WS-RUN-EOF-CNT > 1
057600          THEN
057700           MOVE SPACES TO WS-MSG-LINE;
057800           MOVE 'NOTE: THE STEP COMPLETED MORE THAN ONCE THAT '
057900               TO WS-MSG-LINE;
058000           MOVE 'DAY - THE LATEST RUN WAS LOADED'
058100               TO WS-MSG-LINE (46 : 31);
058200           WRITE XLOD-RPT-RECORD FROM WS-MSG-LINE
058300         END-IF;
058400         MOVE 'INDEX ENTRIES READ' TO WS-CNT-LABEL;
058500         MOVE WS-IDX-READ-CNT TO WS-CNT-VALUE;
058600         WRITE XLOD-RPT-RECORD FROM WS-CNT-LINE;
058700         MOVE 'DOCUMENTS LOADED' TO WS-CNT-LABEL;
058800         MOVE WS-LOADED-CNT TO WS-CNT-VALUE;
058900         WRITE XLOD-RPT-RECORD FROM WS-CNT-LINE;
059000         MOVE 'ALREADY ON MASTER' TO WS-CNT-LABEL;
059100         MOVE WS-PRESENT-CNT TO WS-CNT-VALUE;
059200         WRITE XLOD-RPT-RECORD FROM WS-CNT-LINE;
059300         MOVE 'NO DOCUMENT ID - NOT LOADED' TO WS-CNT-LABEL;
059400         MOVE WS-NODOCID-CNT TO WS-CNT-VALUE;
059500         WRITE XLOD-RPT-RECORD FROM WS-CNT-LINE;
059600         MOVE 'UNUSABLE INDEX ENTRIES' TO WS-CNT-LABEL;
059700         MOVE WS-BADREC-CNT TO WS-CNT-VALUE;
059800         WRITE XLOD-RPT-RECORD FROM WS-CNT-LINE;
059900         IF WS-FAILED-CNT > ZERO
060000          THEN
060100           MOVE SPACES TO WS-MSG-LINE;
060200           MOVE '*** MASTER WRITE FAILED - LOAD IS INCOMPLETE - '
060300               TO WS-MSG-LINE;
060400           MOVE 'SEE CONSOLE ***' TO WS-MSG-LINE (48 : 15);
060500           WRITE XLOD-RPT-RECORD FROM WS-MSG-LINE
060600         END-IF
060700       END-IF;
060800       IF (WS-NODOCID-CNT > ZERO OR WS-BADREC-CNT > ZERO) AND
060900          RETURN-CODE < 4
061000        THEN
061100         MOVE 4 TO RETURN-CODE
061200       END-IF;
061300       CLOSE XLOD-RPT
061400     END-IF.
