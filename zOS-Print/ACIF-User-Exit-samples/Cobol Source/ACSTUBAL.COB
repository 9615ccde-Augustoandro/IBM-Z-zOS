000100 PROCESS DYNAM NUMPROC(PFD) TRUNC(OPT)           NOSEQ
000200* LAST UPDATE ON 15 Oct 2026 AT 10:00:00 BY  MAINT     VERSION 01 *
000300 ID DIVISION.
000400 PROGRAM-ID. ACSTUBAL.
000500 AUTHOR. MAINT.
000600 INSTALLATION. IBM BOULDER PROGRAMMING CENTER.
000700               Upstream control-total balancing for the ACSTCHR
000800               ACIF input exit.
000900
001000               The application that builds a print file sends
001100               its own control totals with it - the number of
001200               records it wrote, the number of documents
001300               (statements), the number of pages, and a hash
001400               total of the account numbers.  Until now nothing
001500               compared those figures with what the shop
001600               actually received; ACSTLBAL balances ACSTCHR
001700               against ACOUTCHR, which proves nothing was lost
001800               inside ACIF but not that everything arrived.
001900
002000               This program runs as a step after the ACIF step
002100               and balances the application's totals against
002200               the run as ACSTCHR saw it:
002300                 records   - the run's ACSTCHR EOF record on
002400                             ACSTLOG, passed plus deleted (the
002500                             same "received" ACSTLBAL prints);
002600                 documents - the entries on the run's ACSTIDX;
002700                 pages     - the page counts on ACSTIDX plus the
002800                             pages withheld for e-delivery on
002900                             ACSTSUP (ACSTIDX counts only the
003000                             pages passed to print);
003100                 hash      - the account-number hash recomputed
003200                             from the ACSTIDX document IDs.
003300               The result is written back to ACSTLOG as a
003400               balancing event under this program's name,
003500               dated with the run it balanced, so ACSTLBAL can
003600               list it beside the run on the end-of-day sheet:
003700                 UBLOK - all four figures agree;
003800                 UBLOB - out of balance.  The counter columns
003900                         carry the record, document, and page
004000                         differences (as magnitudes) in the
004100                         RECCNT, CHGCNT, and DELCNT slots, and
004200                         1 in the INSCNT slot when the hash
004300                         total disagrees;
004400                 UBLNR - no completed ACSTCHR run was found to
004500                         balance against.
004600               Out of balance and no run are also raised on
004700               the console (ACSTU001E, ACSTU002E) the same way
004800               ACOUTCHR raises its reconciliation alerts.
004900
005000               The account-number hash is the sum, over every
005100               document, of the digits of its account number
005200               read as one number (any other characters are
005300               skipped) and cut to the low-order 15 digits; the
005400               sum itself is kept modulo 10**15.  The
005500               application must compute its hash the same way.
005600
005700               DD statements:
005800                 UBALCTL  - the balancing control card,
005900                            required: job name in columns 1-8
006000                            (blank = this job), step name of
006100                            the ACIF step in 10-17 (blank = the
006200                            latest completed ACSTCHR step of
006300                            the job on that date), run date
006400                            YYYYMMDD in 19-26 (blank = today).
006500                 CTLTOTS  - the application's control-total
006600                            record, required: expected records
006700                            in columns 1-8, documents in 10-17,
006800                            pages in 19-26, and the account-
006900                            number hash in 28-42, all numeric.
007000                 ACSTIDX  - the run's document index, input.
007100                 ACSTSUP  - the run's e-delivery suppression
007200                            log, input, optional.
007300                 ACSTLOG  - the reconciliation log KSDS,
007400                            updated.
007500                 UBALRPT  - SYSOUT balancing report.
007600
007700               RETURN-CODE is 0 in balance, 4 when the figures
007800               balance but ACSTIDX held unusable entries, and 8
007900               out of balance, with no run to balance, or when
008000               the control input is missing or unusable.
008100 DATE-WRITTEN. 15 Oct 2026.
008200 DATE-COMPILED.
008300 SECURITY. NONE.
008400*/**************************************************************/
008500*/* Licensed under the Apache License, Version 2.0 (the        */
008600*/* "License"); you may not use this file except in compliance */
008700*/* with the License. You may obtain a copy of the License at  */
008800*/*                                                            */
008900*/* http://www.apache.org/licenses/LICENSE-2.0                 */
009000*/*                                                            */
009100*/* Unless required by applicable law or agreed to in writing, */
009200*/* software distributed under the License is distributed on an*/
009300*/* "AS IS" BASIS, WITHOUT WARRANTIES OR CONDITIONS OF ANY     */
009400*/* KIND, either express or implied.  See the License for the  */
009500*/* specific language governing permissions and limitations    */
009600*/* under the License.                                         */
009700*/**************************************************************/
009800 TITLE 'Upstream Control-Total Balancing'.
009900 ENVIRONMENT DIVISION.
010000 CONFIGURATION SECTION.
010100 SOURCE-COMPUTER. IBM-370.
010200 OBJECT-COMPUTER. IBM-370.
010300 SPECIAL-NAMES.
010400* DISPLAY UPON the CONSOLE environment-name is a WTO, as in
010500*ACOUTCHR; the console gets only the ACSTUnnnE alert messages.
010600     CONSOLE IS CONS-WTO.
010700 INPUT-OUTPUT SECTION.
010800 FILE-CONTROL.
010900     SELECT UBALCTL ASSIGN TO UBALCTL
011000         ORGANIZATION IS SEQUENTIAL
011100         ACCESS MODE IS SEQUENTIAL
011200         FILE STATUS IS WS-CTL-STATUS.
011300     SELECT CTLTOTS ASSIGN TO CTLTOTS
011400         ORGANIZATION IS SEQUENTIAL
011500         ACCESS MODE IS SEQUENTIAL
011600         FILE STATUS IS WS-TOT-STATUS.
011700* The run's document index exactly as ACSTCHR 6000-CLOSE-DOC-UNIT
011800*wrote it.
011900     SELECT DOC-INDEX ASSIGN TO ACSTIDX
012000         ORGANIZATION IS SEQUENTIAL
012100         ACCESS MODE IS SEQUENTIAL
012200         FILE STATUS IS WS-IDX-STATUS.
012300* The run's e-delivery suppression log, one record per document
012400*ACSTCHR withheld from print (see ACSTCHR 6000-CLOSE-DOC-UNIT).
012500     SELECT SUPPRESS-LOG ASSIGN TO ACSTSUP
012600         ORGANIZATION IS SEQUENTIAL
012700         ACCESS MODE IS SEQUENTIAL
012800         FILE STATUS IS WS-SUP-STATUS.
012900* ACSTLOG is the reconciliation log KSDS written by ACSTCHR -
013000*keyed on program, job name, step name, date, and time (the
013100*leading 46 bytes, separators included).  The key group below
013200*must stay in step with the FD in ACSTCHR.
013300     SELECT COUNTS-LOG ASSIGN TO ACSTLOG
013400         ORGANIZATION IS INDEXED
013500         ACCESS MODE IS DYNAMIC
013600         RECORD KEY IS CLOG-KEY
013700         FILE STATUS IS WS-LOG-STATUS.
013800     SELECT UBAL-RPT ASSIGN TO UBALRPT
013900         ORGANIZATION IS SEQUENTIAL
014000         ACCESS MODE IS SEQUENTIAL
014100         FILE STATUS IS WS-RPT-STATUS.
014200     EJECT
014300 DATA DIVISION.
014400 FILE SECTION.
014500 FD  UBALCTL
014600     RECORDING MODE IS F
014700     LABEL RECORDS ARE STANDARD.
014800 01  UBALCTL-RECORD             PIC X(80).
014900 FD  CTLTOTS
015000     RECORDING MODE IS F
015100     LABEL RECORDS ARE STANDARD.
015200 01  CTLTOTS-RECORD             PIC X(80).
015300 FD  DOC-INDEX
015400     RECORDING MODE IS F
015500     LABEL RECORDS ARE STANDARD.
015600 01  DOC-INDEX-RECORD           PIC X(65).
015700 FD  SUPPRESS-LOG
015800     RECORDING MODE IS F
015900     LABEL RECORDS ARE STANDARD.
016000 01  SUPPRESS-LOG-RECORD        PIC X(80).
016100 FD  COUNTS-LOG
016200     LABEL RECORDS ARE STANDARD.
016300 01  COUNTS-LOG-RECORD.
016400     05  CLOG-KEY.
016500         10  CLOG-KEY-PGM    PIC X(8).
016600         10  FILLER          PIC X.
016700         10  CLOG-KEY-JOB    PIC X(8).
016800         10  FILLER          PIC X.
016900         10  CLOG-KEY-STEP   PIC X(8).
017000         10  FILLER          PIC X.
017100         10  CLOG-KEY-DATE   PIC X(10).
017200         10  FILLER          PIC X.
017300         10  CLOG-KEY-TIME   PIC X(8).
017400     05  FILLER              PIC X(42).
017500 FD  UBAL-RPT
017600     RECORDING MODE IS F
017700     LABEL RECORDS ARE STANDARD.
017800 01  UBAL-RPT-RECORD            PIC X(132).
017900 WORKING-STORAGE SECTION.
018000 77  PGMNAME                 PIC X(8) VALUE 'ACSTUBAL'.
018100 77  WS-CTL-STATUS           PIC XX VALUE SPACES.
018200 77  WS-TOT-STATUS           PIC XX VALUE SPACES.
018300 77  WS-IDX-STATUS           PIC XX VALUE SPACES.
018400     88  WS-IDX-AT-EOF           VALUE '10'.
018500 77  WS-SUP-STATUS           PIC XX VALUE SPACES.
018600     88  WS-SUP-AT-EOF           VALUE '10'.
018700 77  WS-LOG-STATUS           PIC XX VALUE SPACES.
018800     88  WS-LOG-AT-EOF           VALUE '10'.
018900 77  WS-RPT-STATUS           PIC XX VALUE SPACES.
019000 77  WS-CURRENT-DATE         PIC 9(8) VALUE ZERO.
019100 77  WS-CURRENT-TIME         PIC 9(8) VALUE ZERO.
019200 77  WS-TIME-HHMMSS          PIC 9(6) VALUE ZERO.
019300 77  WS-LOG-RETRY            PIC 9(4) BINARY VALUE ZERO.
019400 77  WS-JOBNAME              PIC X(8) VALUE SPACES.
019500/ THE BALANCING CONTROL CARD (UBALCTL).
019600 01  WS-UBALCTL-LAYOUT.
019700     05  WS-UBC-JOB          PIC X(8).
019800     05  FILLER              PIC X.
019900     05  WS-UBC-STEP         PIC X(8).
020000     05  FILLER              PIC X.
020100     05  WS-UBC-DATE         PIC X(8).
020200     05  FILLER              PIC X(54).
020300 77  WS-BAL-DATE             PIC 9(8) VALUE ZERO.
020400 77  WS-BAL-FLAG             PIC X VALUE 'N'.
020500     88  BAL-IS-USABLE           VALUE 'Y'.
020600     88  BAL-NOT-USABLE          VALUE 'N'.
020700/ THE APPLICATION'S CONTROL-TOTAL RECORD (CTLTOTS).
020800 01  WS-CTLTOTS-LAYOUT.
020900     05  WS-CTT-RECCNT       PIC 9(8).
021000     05  FILLER              PIC X.
021100     05  WS-CTT-DOCCNT       PIC 9(8).
021200     05  FILLER              PIC X.
021300     05  WS-CTT-PAGECNT      PIC 9(8).
021400     05  FILLER              PIC X.
021500     05  WS-CTT-HASH         PIC 9(15).
021600     05  FILLER              PIC X(38).
021700/ LAYOUT OF AN ACSTLOG RECORD, AS WRITTEN BY ACSTCHR (SEE
021800*ACSTCHR 8000-LOG-COUNTS - THE TWO LAYOUTS MUST STAY IN STEP).
021900 01  WS-LOG-LAYOUT.
022000     05  WS-LOG-PGM          PIC X(8).
022100     05  FILLER              PIC X.
022200     05  WS-LOG-JOB          PIC X(8).
022300     05  FILLER              PIC X.
022400     05  WS-LOG-STEP         PIC X(8).
022500     05  FILLER              PIC X.
022600     05  WS-LOG-DATE         PIC 9(4)/99/99.
022700     05  FILLER              PIC X.
022800     05  WS-LOG-TIME         PIC 99B99B99.
022900     05  FILLER              PIC X.
023000     05  WS-LOG-EVENT        PIC X(5).
023100     05  FILLER              PIC X.
023200     05  WS-LOG-RECCNT       PIC Z(7)9.
023300     05  FILLER              PIC X.
023400     05  WS-LOG-CHGCNT       PIC Z(7)9.
023500     05  FILLER              PIC X.
023600     05  WS-LOG-DELCNT       PIC Z(7)9.
023700     05  FILLER              PIC X.
023800     05  WS-LOG-INSCNT       PIC Z(7)9.
023900 77  WS-LOG-DATE-NUM         PIC 9(8) VALUE ZERO.
024000 77  WS-RESULT-EVENT         PIC X(5) VALUE SPACES.
024100/ THE RUN BEING BALANCED, AS FOUND ON ACSTLOG.  WHEN THE SAME STEP
024200*COMPLETED MORE THAN ONCE ON THE DATE, THE LATEST EOF WINS - THE
024300*ACSTIDX IN HAND IS THE ONE THE LAST RUN WROTE.
024400 01  WS-RUN-IDENTITY.
024500     05  WS-RUN-JOB          PIC X(8) VALUE SPACES.
024600     05  WS-RUN-STEP         PIC X(8) VALUE SPACES.
024700     05  WS-RUN-TIME         PIC X(8) VALUE SPACES.
024800     05  WS-RUN-RECCNT       PIC 9(8) VALUE ZERO.
024900     05  WS-RUN-DELCNT       PIC 9(8) VALUE ZERO.
025000 77  WS-RUN-EOF-CNT          PIC 9(4) BINARY VALUE ZERO.
025100 77  WS-RUN-FLAG             PIC X VALUE 'N'.
025200     88  RUN-WAS-FOUND           VALUE 'Y'.
025300     88  RUN-NOT-FOUND           VALUE 'N'.
025400/ LAYOUT OF AN ACSTIDX RECORD, AS WRITTEN BY ACSTCHR (SEE ACSTCHR
025500*6000-CLOSE-DOC-UNIT).
025600 01  WS-IDX-LAYOUT.
025700     05  WS-IDX-FORMDEF      PIC X(8).
025800     05  FILLER              PIC X.
025900     05  WS-IDX-PAGEDEF      PIC X(8).
026000     05  FILLER              PIC X.
026100     05  WS-IDX-STARTREC     PIC 9(8).
026200     05  FILLER              PIC X.
026300     05  WS-IDX-RECCNT       PIC 9(8).
026400     05  FILLER              PIC X.
026500     05  WS-IDX-PAGECNT      PIC 9(8).
026600     05  FILLER              PIC X.
026700     05  WS-IDX-DOCID        PIC X(20).
026800/ LAYOUT OF AN ACSTSUP RECORD, AS WRITTEN BY ACSTCHR (SEE ACSTCHR
026900*6000-CLOSE-DOC-UNIT).
027000 01  WS-SUP-LAYOUT.
027100     05  WS-SUP-DOCID        PIC X(20).
027200     05  FILLER              PIC X.
027300     05  WS-SUP-FORMDEF      PIC X(8).
027400     05  FILLER              PIC X.
027500     05  WS-SUP-PAGEDEF      PIC X(8).
027600     05  FILLER              PIC X.
027700     05  WS-SUP-STARTREC     PIC 9(8).
027800     05  FILLER              PIC X.
027900     05  WS-SUP-RECCNT       PIC 9(8).
028000     05  FILLER              PIC X.
028100     05  WS-SUP-PAGECNT      PIC 9(8).
028200     05  FILLER              PIC X(15).
028300/ ACCOUNT-NUMBER HASH.  THE DIGITS OF ONE DOCUMENT ID ARE SHIFTED
028400*IN FROM THE RIGHT, SO ONLY THE LOW-ORDER 15 SURVIVE; THE RUNNING
028500*TOTAL IS BROUGHT BACK UNDER 10**15 AFTER EVERY ADD.
028600 01  WS-DIGIT-AREA           PIC X(15) VALUE ALL '0'.
028700 01  WS-DIGIT-NUM REDEFINES WS-DIGIT-AREA
028800                             PIC 9(15).
028900 01  WS-DIGIT-SHIFT          PIC X(15) VALUE ALL '0'.
029000 77  WS-DOCID-POS            PIC 9(4) BINARY VALUE ZERO.
029100 77  WS-HASH-TOTAL           PIC 9(16) VALUE ZERO.
029200 77  WS-HASH-MODULUS         PIC 9(16) VALUE 1000000000000000.
029300/ BALANCING TOTALS.  THE ACTUAL FIGURES ARE TALLIED HERE; THE
029400*DIFFERENCES ARE ACTUAL LESS EXPECTED.
029500 77  WS-ACT-RECCNT           PIC 9(9) VALUE ZERO.
029600 77  WS-ACT-DOCCNT           PIC 9(9) VALUE ZERO.
029700 77  WS-ACT-PAGECNT          PIC 9(9) VALUE ZERO.
029800 77  WS-ACT-HASH             PIC 9(15) VALUE ZERO.
029900 77  WS-SUPTOT-DOCCNT        PIC 9(8) BINARY VALUE ZERO.
030000 77  WS-SUPTOT-PAGECNT       PIC 9(8) BINARY VALUE ZERO.
030100 77  WS-NODOCID-CNT          PIC 9(8) BINARY VALUE ZERO.
030200 77  WS-BADREC-CNT           PIC 9(8) BINARY VALUE ZERO.
030300 77  WS-DIFF-RECCNT          PIC S9(9) VALUE ZERO.
030400 77  WS-DIFF-DOCCNT          PIC S9(9) VALUE ZERO.
030500 77  WS-DIFF-PAGECNT         PIC S9(9) VALUE ZERO.
030600 77  WS-DIFF-HASH            PIC S9(15) VALUE ZERO.
030700 77  WS-DIFF-MAGNITUDE       PIC 9(9) VALUE ZERO.
030800 77  WS-DIFF-WORK            PIC S9(15) VALUE ZERO.
030900 77  WS-SUP-FILE-FLAG        PIC X VALUE 'N'.
031000     88  SUPPRESS-LOG-READ       VALUE 'Y'.
031100     88  SUPPRESS-LOG-ABSENT     VALUE 'N'.
031200 77  WS-RESULT-FLAG          PIC X VALUE SPACE.
031300     88  RESULT-IN-BALANCE       VALUE 'B'.
031400     88  RESULT-OUT-OF-BALANCE   VALUE 'O'.
031500     88  RESULT-NO-RUN           VALUE 'N'.
031600     88  RESULT-NOT-BALANCED     VALUE SPACE.
031700/ REPORT LINE LAYOUTS.
031800 01  WS-HDR-LINE.
031900     05  FILLER              PIC X(40)
032000         VALUE 'ACSTUBAL UPSTREAM CONTROL-TOTAL BALANCE'.
032100     05  FILLER              PIC X(10) VALUE 'RUN DATE: '.
032200     05  WS-HDR-DATE         PIC 9(4)/99/99.
032300     05  FILLER              PIC X(72) VALUE SPACES.
032400 01  WS-RUN-LINE.
032500     05  FILLER              PIC X(14) VALUE 'BALANCED RUN -'.
032600     05  FILLER              PIC X(5) VALUE 'JOB: '.
032700     05  WS-RL-JOB           PIC X(8).
032800     05  FILLER              PIC X(7) VALUE ' STEP: '.
032900     05  WS-RL-STEP          PIC X(8).
033000     05  FILLER              PIC X(7) VALUE ' DATE: '.
033100     05  WS-RL-DATE          PIC 9(4)/99/99.
033200     05  FILLER              PIC X(7) VALUE ' TIME: '.
033300     05  WS-RL-TIME          PIC X(8).
033400     05  FILLER              PIC X(58) VALUE SPACES.
033500 01  WS-COL-LINE.
033600     05  FILLER              PIC X(28) VALUE 'CONTROL TOTAL'.
033700     05  FILLER              PIC X(17) VALUE '         EXPECTED'.
033800     05  FILLER              PIC X(17) VALUE '           ACTUAL'.
033900     05  FILLER              PIC X(18) VALUE '        DIFFERENCE'.
034000     05  FILLER              PIC X(52) VALUE SPACES.
034100 01  WS-BAL-LINE.
034200     05  WS-BAL-LABEL        PIC X(28).
034300     05  FILLER              PIC XX VALUE SPACES.
034400     05  WS-BAL-EXPECTED     PIC Z(14)9.
034500     05  FILLER              PIC XX VALUE SPACES.
034600     05  WS-BAL-ACTUAL       PIC Z(14)9.
034700     05  FILLER              PIC XX VALUE SPACES.
034800     05  WS-BAL-DIFF         PIC -(15)9.
034900     05  FILLER              PIC XX VALUE SPACES.
035000     05  WS-BAL-STATUS       PIC X(7).
035100     05  FILLER              PIC X(43) VALUE SPACES.
035200 01  WS-CNT-LINE.
035300     05  WS-CNT-LABEL        PIC X(40).
035400     05  WS-CNT-VALUE        PIC Z(7)9.
035500     05  FILLER              PIC X(84) VALUE SPACES.
035600 01  WS-MSG-LINE             PIC X(132) VALUE SPACES.
035700 01  WS-DATE-EDIT            PIC 9(4)/99/99.
035800     SKIP1
035900 TITLE 'Initialization and Main Line'.
036000 PROCEDURE DIVISION.
036100 0000-MAIN-LINE.
036200     PERFORM 1000-INITIALIZE.
036300     IF BAL-IS-USABLE
036400      THEN
036500       PERFORM 1200-FIND-RUN-ON-LOG;
036600       IF RUN-WAS-FOUND
036700        THEN
036800         PERFORM 2000-TALLY-INDEX;
036900         PERFORM 2200-TALLY-SUPPRESSED;
037000         PERFORM 3000-COMPARE-TOTALS
037100        ELSE
037200         SET RESULT-NO-RUN TO TRUE
037300       END-IF;
037400       IF NOT RESULT-NOT-BALANCED
037500        THEN
037600         PERFORM 3500-LOG-BALANCE-EVENT
037700       END-IF
037800     END-IF.
037900     PERFORM 4000-PRINT-REPORT.
038000     GOBACK.
038100     SKIP1
038200 1000-INITIALIZE.
038300* Read the balancing control card and the application's totals.
038400*Neither is optional - balancing against a guessed run or
038500*against no totals at all would prove nothing - but the card
038600*fields that have an obvious default take it, as in ACSTXLOD.
038700     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
038800     DISPLAY 'JOBNAME' UPON ENVIRONMENT-NAME.
038900     ACCEPT WS-JOBNAME FROM ENVIRONMENT-VALUE.
039000     OPEN INPUT UBALCTL.
039100     IF WS-CTL-STATUS NOT = '00'
039200      THEN
039300       DISPLAY PGMNAME, ' *** UBALCTL OPEN FAILED, STATUS=',
039400               WS-CTL-STATUS, ' - NOTHING BALANCED.'
039500       MOVE 8 TO RETURN-CODE
039600      ELSE
039700       READ UBALCTL INTO WS-UBALCTL-LAYOUT
039800         AT END
039900           DISPLAY PGMNAME, ' EMPTY UBALCTL - NOTHING BALANCED.'
040000           MOVE 8 TO RETURN-CODE
040100         NOT AT END
040200           PERFORM 1100-VALIDATE-BALANCE-CONTROL
040300       END-READ;
040400       CLOSE UBALCTL
040500     END-IF.
040600     IF BAL-IS-USABLE
040700      THEN
040800       PERFORM 1150-READ-CONTROL-TOTALS
040900     END-IF.
041000     SKIP1
041100 1100-VALIDATE-BALANCE-CONTROL.
041200* Blank job means this job, blank date means today, blank step
041300*means whichever ACSTCHR step of the job completed last that
041400*day.
041500     IF WS-UBC-JOB = SPACES
041600      THEN
041700       MOVE WS-JOBNAME TO WS-UBC-JOB
041800     END-IF.
041900     IF WS-UBC-DATE = SPACES
042000      THEN
042100       MOVE WS-CURRENT-DATE TO WS-BAL-DATE;
042200       SET BAL-IS-USABLE TO TRUE
042300      ELSE
042400       IF WS-UBC-DATE IS NUMERIC
042500        THEN
042600         MOVE WS-UBC-DATE TO WS-BAL-DATE;
042700         SET BAL-IS-USABLE TO TRUE
042800        ELSE
042900         DISPLAY PGMNAME, ' *** UBALCTL RUN DATE NOT NUMERIC: ',
043000                 WS-UBC-DATE, ' - NOTHING BALANCED.'
043100         MOVE 8 TO RETURN-CODE
043200       END-IF
043300     END-IF.
043400     SKIP1
043500 1150-READ-CONTROL-TOTALS.
043600* One record from the application.  A missing, empty, or
043700*non-numeric control-total record means the feed arrived without
043800*usable totals - that is the application's failure to report,
043900*not an out-of-balance, so nothing is logged but the step fails.
044000     OPEN INPUT CTLTOTS.
044100     IF WS-TOT-STATUS NOT = '00'
044200      THEN
044300       DISPLAY PGMNAME, ' *** CTLTOTS OPEN FAILED, STATUS=',
044400               WS-TOT-STATUS, ' - NOTHING BALANCED.'
044500       MOVE 8 TO RETURN-CODE;
044600       SET BAL-NOT-USABLE TO TRUE
044700      ELSE
044800       READ CTLTOTS INTO WS-CTLTOTS-LAYOUT
044900         AT END
045000           DISPLAY PGMNAME, ' EMPTY CTLTOTS - NOTHING BALANCED.'
045100           MOVE 8 TO RETURN-CODE
045200           SET BAL-NOT-USABLE TO TRUE
045300       END-READ;
045400       IF BAL-IS-USABLE AND
045500          (WS-CTT-RECCNT IS NOT NUMERIC OR
045600           WS-CTT-DOCCNT IS NOT NUMERIC OR
045700           WS-CTT-PAGECNT IS NOT NUMERIC OR
045800           WS-CTT-HASH IS NOT NUMERIC)
045900        THEN
046000         DISPLAY PGMNAME, ' *** CTLTOTS RECORD NOT NUMERIC: ',
046100                 WS-CTLTOTS-LAYOUT (1 : 42),
046200                 ' - NOTHING BALANCED.'
046300         MOVE 8 TO RETURN-CODE;
046400         SET BAL-NOT-USABLE TO TRUE
046500       END-IF;
046600       CLOSE CTLTOTS
046700     END-IF.
046800     SKIP1
046900 1200-FIND-RUN-ON-LOG.
047000* Find the run's ACSTCHR EOF record, exactly as ACSTXLOD does.
047100*The whole log is read in key order; the key puts every step of
047200*the job together, so a blank step simply keeps the latest time
047300*seen across all of them.
047400     OPEN INPUT COUNTS-LOG.
047500     IF WS-LOG-STATUS NOT = '00'
047600      THEN
047700       DISPLAY PGMNAME, ' *** ACSTLOG OPEN FAILED, STATUS=',
047800               WS-LOG-STATUS, ' - RUN CANNOT BE IDENTIFIED, ',
047900               'NOTHING BALANCED.'
048000       MOVE 8 TO RETURN-CODE;
048100       SET BAL-NOT-USABLE TO TRUE
048200      ELSE
048300       PERFORM UNTIL WS-LOG-AT-EOF
048400         READ COUNTS-LOG NEXT RECORD INTO WS-LOG-LAYOUT
048500           AT END
048600             SET WS-LOG-AT-EOF TO TRUE
048700           NOT AT END
048800             PERFORM 1250-GRADE-LOG-RECORD
048900         END-READ
049000       END-PERFORM;
049100       CLOSE COUNTS-LOG;
049200       IF RUN-NOT-FOUND
049300        THEN
049400         MOVE WS-BAL-DATE TO WS-DATE-EDIT;
049500         DISPLAY PGMNAME, ' *** NO COMPLETED ACSTCHR RUN FOR ',
049600                 'JOB ', WS-UBC-JOB, ' STEP ', WS-UBC-STEP,
049700                 ' ON ', WS-DATE-EDIT, ' - NOTHING BALANCED.'
049800         DISPLAY 'ACSTU002E NO ACSTCHR RUN JOB=', WS-UBC-JOB,
049900                 ' STEP=', WS-UBC-STEP, ' DATE=', WS-DATE-EDIT,
050000                 ' - CONTROL TOTALS NOT BALANCED' UPON CONS-WTO
050100         MOVE 8 TO RETURN-CODE
050200       END-IF
050300     END-IF.
050400     SKIP1
050500 1250-GRADE-LOG-RECORD.
050600* Keep an ACSTCHR EOF record of the named job (and step, when
050700*one was named) on the balancing date whose time is the latest
050800*so far, with its passed and deleted counts.
050900     MOVE WS-LOG-DATE TO WS-LOG-DATE-NUM.
051000     IF WS-LOG-PGM = 'ACSTCHR' AND
051100        WS-LOG-EVENT = 'EOF  ' AND
051200        WS-LOG-JOB = WS-UBC-JOB AND
051300        (WS-UBC-STEP = SPACES OR WS-LOG-STEP = WS-UBC-STEP) AND
051400        WS-LOG-DATE-NUM = WS-BAL-DATE
051500      THEN
051600       ADD 1 TO WS-RUN-EOF-CNT;
051700       IF RUN-NOT-FOUND OR WS-LOG-TIME > WS-RUN-TIME
051800        THEN
051900         SET RUN-WAS-FOUND TO TRUE;
052000         MOVE WS-LOG-JOB TO WS-RUN-JOB;
052100         MOVE WS-LOG-STEP TO WS-RUN-STEP;
052200         MOVE WS-LOG-TIME TO WS-RUN-TIME;
052300         MOVE WS-LOG-RECCNT TO WS-RUN-RECCNT;
052400         MOVE WS-LOG-DELCNT TO WS-RUN-DELCNT
052500       END-IF
052600     END-IF.
052700     SKIP1
052800 TITLE 'Actual Totals'.
052900 2000-TALLY-INDEX.
053000* Every ACSTIDX entry is one document, whether or not its counts
053100*are readable; its pages and account-number hash are added when
053200*they are.  An entry with no captured document ID adds nothing
053300*to the hash, and is counted so the report can say why the hash
053400*may be short.
053500     OPEN INPUT DOC-INDEX.
053600     IF WS-IDX-STATUS NOT = '00'
053700      THEN
053800       DISPLAY PGMNAME, ' *** ACSTIDX OPEN FAILED, STATUS=',
053900               WS-IDX-STATUS, ' - DOCUMENTS, PAGES, AND HASH ',
054000               'COUNTED AS ZERO.'
054100      ELSE
054200       PERFORM UNTIL WS-IDX-AT-EOF
054300         READ DOC-INDEX INTO WS-IDX-LAYOUT
054400           AT END
054500             SET WS-IDX-AT-EOF TO TRUE
054600           NOT AT END
054700             PERFORM 2100-TALLY-INDEX-ENTRY
054800         END-READ
054900       END-PERFORM;
055000       CLOSE DOC-INDEX
055100     END-IF.
055200     SKIP1
055300 2100-TALLY-INDEX-ENTRY.
055400     ADD 1 TO WS-ACT-DOCCNT.
055500     IF WS-IDX-PAGECNT IS NUMERIC
055600      THEN
055700       ADD WS-IDX-PAGECNT TO WS-ACT-PAGECNT
055800      ELSE
055900       ADD 1 TO WS-BADREC-CNT;
056000       DISPLAY PGMNAME, ' UNUSABLE ACSTIDX ENTRY ',
056100               WS-ACT-DOCCNT, ' - PAGES NOT COUNTED: ',
056200               WS-IDX-LAYOUT
056300     END-IF.
056400     IF WS-IDX-DOCID = SPACES
056500      THEN
056600       ADD 1 TO WS-NODOCID-CNT
056700      ELSE
056800       PERFORM 2150-HASH-DOCUMENT-ID
056900     END-IF.
057000     SKIP1
057100 2150-HASH-DOCUMENT-ID.
057200* Shift each digit of the document ID in from the right, then
057300*add the 15-digit result to the running hash.  The shift goes
057400*through a second field because an overlapping MOVE is not
057500*defined.
057600     MOVE ALL '0' TO WS-DIGIT-AREA.
057700     PERFORM VARYING WS-DOCID-POS FROM 1 BY 1
057800             UNTIL WS-DOCID-POS > 20
057900       IF WS-IDX-DOCID (WS-DOCID-POS : 1) IS NUMERIC
058000        THEN
058100         MOVE WS-DIGIT-AREA (2 : 14) TO WS-DIGIT-SHIFT (1 : 14);
058200         MOVE WS-IDX-DOCID (WS-DOCID-POS : 1)
058300           TO WS-DIGIT-SHIFT (15 : 1);
058400         MOVE WS-DIGIT-SHIFT TO WS-DIGIT-AREA
058500       END-IF
058600     END-PERFORM.
058700     ADD WS-DIGIT-NUM TO WS-HASH-TOTAL.
058800     IF WS-HASH-TOTAL NOT < WS-HASH-MODULUS
058900      THEN
059000       SUBTRACT WS-HASH-MODULUS FROM WS-HASH-TOTAL
059100     END-IF.
059200     SKIP1
059300 2200-TALLY-SUPPRESSED.
059400* Pages ACSTCHR withheld for e-delivery never reached ACSTIDX's
059500*passed page counts but were sent by the application, so they
059600*are added back.  The documents themselves are already on
059700*ACSTIDX.  No ACSTSUP (the run had no suppression list) simply
059800*means nothing was withheld.
059900     OPEN INPUT SUPPRESS-LOG.
060000     EVALUATE WS-SUP-STATUS
060100       WHEN '00'
060200         SET SUPPRESS-LOG-READ TO TRUE
060300         PERFORM UNTIL WS-SUP-AT-EOF
060400           READ SUPPRESS-LOG INTO WS-SUP-LAYOUT
060500             AT END
060600               SET WS-SUP-AT-EOF TO TRUE
060700             NOT AT END
060800               PERFORM 2250-TALLY-SUPPRESS-ENTRY
060900           END-READ
061000         END-PERFORM
061100         CLOSE SUPPRESS-LOG
061200       WHEN '35'
061300       WHEN '05'
061400         CLOSE SUPPRESS-LOG
061500         SET SUPPRESS-LOG-ABSENT TO TRUE
061600       WHEN OTHER
061700         DISPLAY PGMNAME, ' *** ACSTSUP OPEN FAILED, STATUS=',
061800                 WS-SUP-STATUS, ' - SUPPRESSED PAGES NOT ',
061900                 'COUNTED.'
062000         SET SUPPRESS-LOG-ABSENT TO TRUE
062100     END-EVALUATE.
062200     SKIP1
062300 2250-TALLY-SUPPRESS-ENTRY.
062400     ADD 1 TO WS-SUPTOT-DOCCNT.
062500     IF WS-SUP-PAGECNT IS NUMERIC
062600      THEN
062700       ADD WS-SUP-PAGECNT TO WS-SUPTOT-PAGECNT;
062800       ADD WS-SUP-PAGECNT TO WS-ACT-PAGECNT
062900      ELSE
063000       ADD 1 TO WS-BADREC-CNT;
063100       DISPLAY PGMNAME, ' UNUSABLE ACSTSUP ENTRY ',
063200               WS-SUPTOT-DOCCNT, ' - PAGES NOT COUNTED: ',
063300               WS-SUP-LAYOUT
063400     END-IF.
063500     SKIP1
063600 TITLE 'Balancing'.
063700 3000-COMPARE-TOTALS.
063800* Records received are passed plus deleted, as on ACSTLBAL -
063900*ACSTCHR deletes blank, control, and suppressed records, but the
064000*application wrote every one of them.  Banner records ACSTCHR
064100*inserted were never the application's and are not counted.
064200     COMPUTE WS-ACT-RECCNT = WS-RUN-RECCNT + WS-RUN-DELCNT.
064300     MOVE WS-HASH-TOTAL TO WS-ACT-HASH.
064400     COMPUTE WS-DIFF-RECCNT = WS-ACT-RECCNT - WS-CTT-RECCNT.
064500     COMPUTE WS-DIFF-DOCCNT = WS-ACT-DOCCNT - WS-CTT-DOCCNT.
064600     COMPUTE WS-DIFF-PAGECNT = WS-ACT-PAGECNT - WS-CTT-PAGECNT.
064700     COMPUTE WS-DIFF-HASH = WS-ACT-HASH - WS-CTT-HASH.
064800     IF WS-DIFF-RECCNT = ZERO AND WS-DIFF-DOCCNT = ZERO AND
064900        WS-DIFF-PAGECNT = ZERO AND WS-DIFF-HASH = ZERO
065000      THEN
065100       SET RESULT-IN-BALANCE TO TRUE;
065200       IF WS-BADREC-CNT > ZERO AND RETURN-CODE < 4
065300        THEN
065400         MOVE 4 TO RETURN-CODE
065500       END-IF
065600      ELSE
065700       SET RESULT-OUT-OF-BALANCE TO TRUE;
065800       MOVE WS-BAL-DATE TO WS-DATE-EDIT;
065900       DISPLAY PGMNAME, ' *** CONTROL TOTALS OUT OF BALANCE - ',
066000               'RECORDS ', WS-DIFF-RECCNT, ' DOCUMENTS ',
066100               WS-DIFF-DOCCNT, ' PAGES ', WS-DIFF-PAGECNT,
066200               ' HASH ', WS-DIFF-HASH
066300       DISPLAY 'ACSTU001E CONTROL TOTALS OUT OF BALANCE JOB=',
066400               WS-RUN-JOB, ' STEP=', WS-RUN-STEP, ' DATE=',
066500               WS-DATE-EDIT UPON CONS-WTO
066600       MOVE 8 TO RETURN-CODE
066700     END-IF.
066800     SKIP1
066900 3500-LOG-BALANCE-EVENT.
067000* Write the result back to ACSTLOG under this program's name,
067100*dated with the run it balanced, so the event sorts beside that
067200*run for ACSTLBAL.  With no run found it carries the card's job,
067300*step, and date.  The open and the duplicate-key time bump
067400*mirror ACOUTCHR's 8500-LOG-RECON-EVENT.
067500     EVALUATE TRUE
067600       WHEN RESULT-IN-BALANCE
067700         MOVE 'UBLOK' TO WS-RESULT-EVENT
067800       WHEN RESULT-OUT-OF-BALANCE
067900         MOVE 'UBLOB' TO WS-RESULT-EVENT
068000       WHEN OTHER
068100         MOVE 'UBLNR' TO WS-RESULT-EVENT
068200     END-EVALUATE.
068300     MOVE SPACES TO WS-LOG-LAYOUT.
068400     MOVE PGMNAME TO WS-LOG-PGM.
068500     IF RUN-WAS-FOUND
068600      THEN
068700       MOVE WS-RUN-JOB TO WS-LOG-JOB;
068800       MOVE WS-RUN-STEP TO WS-LOG-STEP
068900      ELSE
069000       MOVE WS-UBC-JOB TO WS-LOG-JOB;
069100       MOVE WS-UBC-STEP TO WS-LOG-STEP
069200     END-IF.
069300     MOVE WS-BAL-DATE TO WS-LOG-DATE.
069400     ACCEPT WS-CURRENT-TIME FROM TIME.
069500     COMPUTE WS-TIME-HHMMSS = WS-CURRENT-TIME / 100.
069600     MOVE WS-TIME-HHMMSS TO WS-LOG-TIME.
069700     MOVE WS-RESULT-EVENT TO WS-LOG-EVENT.
069800     MOVE WS-DIFF-RECCNT TO WS-DIFF-MAGNITUDE.
069900     MOVE WS-DIFF-MAGNITUDE TO WS-LOG-RECCNT.
070000     MOVE WS-DIFF-DOCCNT TO WS-DIFF-MAGNITUDE.
070100     MOVE WS-DIFF-MAGNITUDE TO WS-LOG-CHGCNT.
070200     MOVE WS-DIFF-PAGECNT TO WS-DIFF-MAGNITUDE.
070300     MOVE WS-DIFF-MAGNITUDE TO WS-LOG-DELCNT.
070400     IF WS-DIFF-HASH = ZERO
070500      THEN
070600       MOVE ZERO TO WS-LOG-INSCNT
070700      ELSE
070800       MOVE 1 TO WS-LOG-INSCNT
070900     END-IF.
071000     OPEN I-O COUNTS-LOG.
071100     IF WS-LOG-STATUS = '35' OR WS-LOG-STATUS = '05'
071200      THEN
071300       CLOSE COUNTS-LOG;
071400       OPEN OUTPUT COUNTS-LOG
071500     END-IF.
071600     IF WS-LOG-STATUS NOT = '00'
071700      THEN
071800       DISPLAY PGMNAME, ' *** ACSTLOG OPEN FAILED, STATUS=',
071900               WS-LOG-STATUS, ' - ', WS-RESULT-EVENT,
072000               ' EVENT NOT LOGGED.'
072100       MOVE 8 TO RETURN-CODE
072200      ELSE
072300       MOVE WS-LOG-LAYOUT TO COUNTS-LOG-RECORD;
072400       WRITE COUNTS-LOG-RECORD
072500         INVALID KEY
072600           CONTINUE
072700       END-WRITE;
072800       MOVE ZERO TO WS-LOG-RETRY;
072900       PERFORM UNTIL WS-LOG-STATUS NOT = '22'
073000                  OR WS-LOG-RETRY > 99
073100         ADD 1 TO WS-LOG-RETRY;
073200         ADD 1 TO WS-TIME-HHMMSS;
073300         MOVE WS-TIME-HHMMSS TO WS-LOG-TIME;
073400         MOVE WS-LOG-LAYOUT TO COUNTS-LOG-RECORD;
073500         WRITE COUNTS-LOG-RECORD
073600           INVALID KEY
073700             CONTINUE
073800         END-WRITE
073900       END-PERFORM;
074000       IF WS-LOG-STATUS NOT = '00'
074100        THEN
074200         DISPLAY PGMNAME, ' *** ACSTLOG WRITE FAILED, STATUS=',
074300                 WS-LOG-STATUS, ' - ', WS-RESULT-EVENT,
074400                 ' EVENT NOT LOGGED.'
074500         MOVE 8 TO RETURN-CODE
074600       END-IF;
074700       CLOSE COUNTS-LOG
074800     END-IF.
074900     SKIP1
075000 TITLE 'Balancing Report'.
075100 4000-PRINT-REPORT.
075200* The run identity, then expected, actual, and difference for
075300*each of the four control totals, then the notes that explain
075400*the actual figures.
075500     OPEN OUTPUT UBAL-RPT.
075600     IF WS-RPT-STATUS NOT = '00'
075700      THEN
075800       DISPLAY PGMNAME, ' *** UBALRPT OPEN FAILED, STATUS=',
075900               WS-RPT-STATUS, ' - REPORT NOT WRITTEN.'
076000       MOVE 8 TO RETURN-CODE
076100      ELSE
076200       MOVE WS-CURRENT-DATE TO WS-HDR-DATE;
076300       WRITE UBAL-RPT-RECORD FROM WS-HDR-LINE;
076400       EVALUATE TRUE
076500         WHEN RESULT-NO-RUN
076600           MOVE SPACES TO WS-MSG-LINE
076700           MOVE '*** NO COMPLETED ACSTCHR RUN - SEE CONSOLE - '
076800               TO WS-MSG-LINE
076900           MOVE 'NOTHING BALANCED ***' TO WS-MSG-LINE (47 : 20)
077000           WRITE UBAL-RPT-RECORD FROM WS-MSG-LINE
077100         WHEN RESULT-NOT-BALANCED
077200           MOVE SPACES TO WS-MSG-LINE
077300           MOVE '*** CONTROL INPUT NOT USABLE - SEE CONSOLE - '
077400               TO WS-MSG-LINE
077500           MOVE 'NOTHING BALANCED ***' TO WS-MSG-LINE (47 : 20)
077600           WRITE UBAL-RPT-RECORD FROM WS-MSG-LINE
077700         WHEN OTHER
077800           PERFORM 4100-PRINT-BALANCE-LINES
077900       END-EVALUATE;
078000       CLOSE UBAL-RPT
078100     END-IF.
078200     SKIP1
078300 4100-PRINT-BALANCE-LINES.
078400     MOVE WS-RUN-JOB TO WS-RL-JOB.
078500     MOVE WS-RUN-STEP TO WS-RL-STEP.
078600     MOVE WS-BAL-DATE TO WS-RL-DATE.
078700     MOVE WS-RUN-TIME TO WS-RL-TIME.
078800     WRITE UBAL-RPT-RECORD FROM WS-RUN-LINE.
078900     IF WS-RUN-EOF-CNT > 1
079000      THEN
079100       MOVE SPACES TO WS-MSG-LINE;
079200       MOVE 'NOTE: THE STEP COMPLETED MORE THAN ONCE THAT '
079300           TO WS-MSG-LINE;
079400       MOVE 'DAY - THE LATEST RUN WAS BALANCED'
079500           TO WS-MSG-LINE (46 : 33);
079600       WRITE UBAL-RPT-RECORD FROM WS-MSG-LINE
079700     END-IF.
079800     WRITE UBAL-RPT-RECORD FROM WS-COL-LINE.
079900     MOVE 'RECORDS' TO WS-BAL-LABEL.
080000     MOVE WS-CTT-RECCNT TO WS-BAL-EXPECTED.
080100     MOVE WS-ACT-RECCNT TO WS-BAL-ACTUAL.
080200     MOVE WS-DIFF-RECCNT TO WS-DIFF-WORK.
080300     PERFORM 4150-WRITE-BALANCE-LINE.
080400     MOVE 'DOCUMENTS' TO WS-BAL-LABEL.
080500     MOVE WS-CTT-DOCCNT TO WS-BAL-EXPECTED.
080600     MOVE WS-ACT-DOCCNT TO WS-BAL-ACTUAL.
080700     MOVE WS-DIFF-DOCCNT TO WS-DIFF-WORK.
080800     PERFORM 4150-WRITE-BALANCE-LINE.
080900     MOVE 'PAGES' TO WS-BAL-LABEL.
081000     MOVE WS-CTT-PAGECNT TO WS-BAL-EXPECTED.
081100     MOVE WS-ACT-PAGECNT TO WS-BAL-ACTUAL.
081200     MOVE WS-DIFF-PAGECNT TO WS-DIFF-WORK.
081300     PERFORM 4150-WRITE-BALANCE-LINE.
081400     MOVE 'ACCOUNT-NUMBER HASH' TO WS-BAL-LABEL.
081500     MOVE WS-CTT-HASH TO WS-BAL-EXPECTED.
081600     MOVE WS-ACT-HASH TO WS-BAL-ACTUAL.
081700     MOVE WS-DIFF-HASH TO WS-DIFF-WORK.
081800     PERFORM 4150-WRITE-BALANCE-LINE.
081900     MOVE SPACES TO WS-MSG-LINE.
082000     WRITE UBAL-RPT-RECORD FROM WS-MSG-LINE.
082100     MOVE 'RECORDS PASSED' TO WS-CNT-LABEL.
082200     MOVE WS-RUN-RECCNT TO WS-CNT-VALUE.
082300     WRITE UBAL-RPT-RECORD FROM WS-CNT-LINE.
082400     MOVE 'RECORDS DELETED' TO WS-CNT-LABEL.
082500     MOVE WS-RUN-DELCNT TO WS-CNT-VALUE.
082600     WRITE UBAL-RPT-RECORD FROM WS-CNT-LINE.
082700     IF SUPPRESS-LOG-READ
082800      THEN
082900       MOVE 'DOCUMENTS SUPPRESSED (ON ACSTSUP)' TO WS-CNT-LABEL;
083000       MOVE WS-SUPTOT-DOCCNT TO WS-CNT-VALUE;
083100       WRITE UBAL-RPT-RECORD FROM WS-CNT-LINE;
083200       MOVE 'SUPPRESSED PAGES ADDED BACK' TO WS-CNT-LABEL;
083300       MOVE WS-SUPTOT-PAGECNT TO WS-CNT-VALUE;
083400       WRITE UBAL-RPT-RECORD FROM WS-CNT-LINE
083500     END-IF.
083600     MOVE 'DOCUMENTS WITH NO ID - NOT IN HASH' TO WS-CNT-LABEL.
083700     MOVE WS-NODOCID-CNT TO WS-CNT-VALUE.
083800     WRITE UBAL-RPT-RECORD FROM WS-CNT-LINE.
083900     MOVE 'UNUSABLE INDEX/SUPPRESSION ENTRIES' TO WS-CNT-LABEL.
084000     MOVE WS-BADREC-CNT TO WS-CNT-VALUE.
084100     WRITE UBAL-RPT-RECORD FROM WS-CNT-LINE.
084200     MOVE SPACES TO WS-MSG-LINE.
084300     IF RESULT-IN-BALANCE
084400      THEN
084500       MOVE 'CONTROL TOTALS IN BALANCE' TO WS-MSG-LINE
084600      ELSE
084700       MOVE '*** CONTROL TOTALS OUT OF BALANCE ***'
084800           TO WS-MSG-LINE
084900     END-IF.
085000     WRITE UBAL-RPT-RECORD FROM WS-MSG-LINE.
085100     SKIP1
085200 4150-WRITE-BALANCE-LINE.
085300     MOVE WS-DIFF-WORK TO WS-BAL-DIFF.
085400     IF WS-DIFF-WORK = ZERO
085500      THEN
085600       MOVE 'AGREES' TO WS-BAL-STATUS
085700      ELSE
085800       MOVE 'DIFFERS' TO WS-BAL-STATUS
085900     END-IF.
086000     WRITE UBAL-RPT-RECORD FROM WS-BAL-LINE.
