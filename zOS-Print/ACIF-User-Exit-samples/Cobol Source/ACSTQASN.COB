000100 PROCESS DYNAM NUMPROC(PFD) TRUNC(OPT)           NOSEQ
000200* LAST UPDATE ON 15 Oct 2026 AT 21:00:00 BY  MAINT     VERSION 02 *
000300 ID DIVISION.
000400 PROGRAM-ID. ACSTQASN.
000500 AUTHOR. MAINT.
000600 INSTALLATION. IBM BOULDER PROGRAMMING CENTER.
000700               Proof-sample QA sign-off for the ACSTCHR ACIF
000800               input exit.
000900
001000               When a run is given a PROOFCTL control file,
001100               ACSTCHR writes a proof sample (ACSTSMP) during the
001200               run: the first pages of the first unit of each
001300               distinct FORMDEF/PAGEDEF pair, and every unit whose
001400               document ID is on the QA watch list.  Each sampled
001500               unit is a header record, its passed records, and a
001600               trailer with the pages and records sampled and why.
001700
001800               This program runs as a step after the ACIF step and
001900               prints the print-quality desk's sign-off sheet from
002000               the sample: one line per proof unit with the source
002100               job and step, the unit's start record in the print
002200               file, the first sampled record, the pages and
002300               records sampled, the reason, and the document ID,
002400               with OK and REJ boxes for the reviewer.  Units
002500               whose trailer never arrived (the run stopped short)
002600               are counted and flagged - the desk must never sign
002700               off pages it was not shown.
002800
002900               The desk's decision is recorded by rerunning the
003000               step with a QASNCTL card.  The decision is written
003100               to ACSTLOG under this program's name, dated with
003200               the proofed run, so ACSTLBAL can hold the run's
003300               release against it on the end-of-day sheet:
003400                 QAAPR - approved for release;
003500                 QAREJ - rejected, raised on the console as well
003600                         (ACSTQ001E) the same way ACSTUBAL raises
003700                         its balancing alerts.
003800               The counter columns carry the units sampled in the
003900               RECCNT slot, pages in CHGCNT, and records in
004000               DELCNT.  An approval is refused while any unit is
004100               incomplete; a rejection is always taken.
004200
004300               DD statements:
004400                 ACSTSMP  - the run's proof sample, input.
004500                 QASNCTL  - the QA decision card, optional: job
004600                            name in columns 1-8, step name of
004700                            the ACIF step in 10-17, run date
004800                            YYYYMMDD in 19-26 (all three required,
004900                            and they must match the proof sample),
005000                            APPROVE or REJECT in 28-34, reviewer
005100                            in 36-43 (required), comment in 45-80.
005200                            Without it the sheet is printed for
005300                            signature and nothing is logged.
005400                 ACSTLOG  - the reconciliation log KSDS, updated.
005500                 QASNRPT  - SYSOUT sign-off sheet.
005600
005700               RETURN-CODE is 0 normally, 4 when the sample holds
005800               no units or incomplete units, and 8 when the sample
005900               cannot be read or the decision card is unusable,
006000               does not match the sample, or cannot be logged.
006100 DATE-WRITTEN. 15 Oct 2026.
006200 DATE-COMPILED.
006300 SECURITY. NONE.
006400*/**************************************************************/
006500*/* Licensed under the Apache License, Version 2.0 (the        */
006600*/* "License"); you may not use this file except in compliance */
006700*/* with the License. You may obtain a copy of the License at  */
006800*/*                                                            */
006900*/* http://www.apache.org/licenses/LICENSE-2.0                 */
007000*/*                                                            */
007100*/* Unless required by applicable law or agreed to in writing, */
007200*/* software distributed under the License is distributed on an*/
007300*/* "AS IS" BASIS, WITHOUT WARRANTIES OR CONDITIONS OF ANY     */
007400*/* KIND, either express or implied.  See the License for the  */
007500*/* specific language governing permissions and limitations    */
007600*/* under the License.                                         */
007700*/**************************************************************/
007800 TITLE 'Proof-Sample QA Sign-Off'.
007900 ENVIRONMENT DIVISION.
008000 CONFIGURATION SECTION.
008100 SOURCE-COMPUTER. IBM-370.
008200 OBJECT-COMPUTER. IBM-370.
008300 SPECIAL-NAMES.
008400* DISPLAY UPON the CONSOLE environment-name is a WTO, as in
008500*ACOUTCHR; the console gets only the ACSTQnnnE alert messages.
008600     CONSOLE IS CONS-WTO.
008700 INPUT-OUTPUT SECTION.
008800 FILE-CONTROL.
008900* The run's proof sample exactly as ACSTCHR 3200-WRITE-PROOF-
009000*RECORD and 3300-CLOSE-PROOF-UNIT wrote it.
009100     SELECT PROOF-FILE ASSIGN TO ACSTSMP
009200         ORGANIZATION IS SEQUENTIAL
009300         ACCESS MODE IS SEQUENTIAL
009400         FILE STATUS IS WS-SMP-STATUS.
009500     SELECT QASNCTL ASSIGN TO QASNCTL
009600         ORGANIZATION IS SEQUENTIAL
009700         ACCESS MODE IS SEQUENTIAL
009800         FILE STATUS IS WS-CTL-STATUS.
009900* ACSTLOG is the reconciliation log KSDS written by ACSTCHR -
010000*keyed on program, job name, step name, date, and time (the
010100*leading 46 bytes, separators included).  The key group below
010200*must stay in step with the FD in ACSTCHR.
010300     SELECT COUNTS-LOG ASSIGN TO ACSTLOG
010400         ORGANIZATION IS INDEXED
010500         ACCESS MODE IS DYNAMIC
010600         RECORD KEY IS CLOG-KEY
010700         FILE STATUS IS WS-LOG-STATUS.
010800     SELECT QASN-RPT ASSIGN TO QASNRPT
010900         ORGANIZATION IS SEQUENTIAL
011000         ACCESS MODE IS SEQUENTIAL
011100         FILE STATUS IS WS-RPT-STATUS.
011200     EJECT
011300 DATA DIVISION.
011400 FILE SECTION.
011500 FD  PROOF-FILE
011600     RECORDING MODE IS F
011700     LABEL RECORDS ARE STANDARD.
011800 01  PROOF-FILE-RECORD          PIC X(32760).
011900 FD  QASNCTL
012000     RECORDING MODE IS F
012100     LABEL RECORDS ARE STANDARD.
012200 01  QASNCTL-RECORD             PIC X(80).
012300 FD  COUNTS-LOG
012400     LABEL RECORDS ARE STANDARD.
012500 01  COUNTS-LOG-RECORD.
012600     05  CLOG-KEY.
012700         10  CLOG-KEY-PGM    PIC X(8).
012800         10  FILLER          PIC X.
012900         10  CLOG-KEY-JOB    PIC X(8).
013000         10  FILLER          PIC X.
013100         10  CLOG-KEY-STEP   PIC X(8).
013200         10  FILLER          PIC X.
013300         10  CLOG-KEY-DATE   PIC X(10).
013400         10  FILLER          PIC X.
013500         10  CLOG-KEY-TIME   PIC X(8).
013600     05  FILLER              PIC X(42).
013700 FD  QASN-RPT
013800     RECORDING MODE IS F
013900     LABEL RECORDS ARE STANDARD.
014000 01  QASN-RPT-RECORD            PIC X(132).
014100 WORKING-STORAGE SECTION.
014200 77  PGMNAME                 PIC X(8) VALUE 'ACSTQASN'.
014300 77  WS-SMP-STATUS           PIC XX VALUE SPACES.
014400     88  WS-SMP-AT-EOF           VALUE '10'.
014500 77  WS-CTL-STATUS           PIC XX VALUE SPACES.
014600 77  WS-LOG-STATUS           PIC XX VALUE SPACES.
014700 77  WS-RPT-STATUS           PIC XX VALUE SPACES.
014800 77  WS-CURRENT-DATE         PIC 9(8) VALUE ZERO.
014900 77  WS-CURRENT-TIME         PIC 9(8) VALUE ZERO.
015000 77  WS-TIME-HHMMSS          PIC 9(6) VALUE ZERO.
015100 77  WS-LOG-RETRY            PIC 9(4) BINARY VALUE ZERO.
015200/ THE QA DECISION CARD (QASNCTL).
015300 01  WS-QASNCTL-LAYOUT.
015400     05  WS-QSC-JOB          PIC X(8).
015500     05  FILLER              PIC X.
015600     05  WS-QSC-STEP         PIC X(8).
015700     05  FILLER              PIC X.
015800     05  WS-QSC-DATE         PIC X(8).
015900     05  FILLER              PIC X.
016000     05  WS-QSC-DECISION     PIC X(7).
016100         88  QSC-APPROVE         VALUE 'APPROVE'.
016200         88  QSC-REJECT          VALUE 'REJECT '.
016300     05  FILLER              PIC X.
016400     05  WS-QSC-REVIEWER     PIC X(8).
016500     05  FILLER              PIC X.
016600     05  WS-QSC-COMMENT      PIC X(36).
016700 77  WS-DEC-FLAG             PIC X VALUE 'N'.
016800     88  DECISION-ABSENT         VALUE 'N'.
016900     88  DECISION-IS-USABLE      VALUE 'Y'.
017000     88  DECISION-NOT-USABLE     VALUE 'X'.
017100     88  DECISION-ACCEPTED       VALUE 'A'.
017200     88  DECISION-REFUSED        VALUE 'R'.
017300     88  DECISION-LOGGED         VALUE 'L'.
017400 77  WS-DEC-REASON           PIC X(60) VALUE SPACES.
017500 77  WS-DEC-EVENT            PIC X(5) VALUE SPACES.
017600/ LAYOUT OF AN ACSTSMP RECORD, AS WRITTEN BY ACSTCHR (SEE ACSTCHR
017700*3200-WRITE-PROOF-RECORD - THE TWO LAYOUTS MUST STAY IN STEP).
017800 01  WS-SMP-LAYOUT.
017900     05  WS-SMP-TYPE         PIC X.
018000     05  FILLER              PIC X.
018100     05  WS-SMP-JOB          PIC X(8).
018200     05  FILLER              PIC X.
018300     05  WS-SMP-STEP         PIC X(8).
018400     05  FILLER              PIC X.
018500     05  WS-SMP-DATE         PIC 9(8).
018600     05  FILLER              PIC X.
018700     05  WS-SMP-UNIT         PIC 9(5).
018800     05  FILLER              PIC X.
018900     05  WS-SMP-BODY         PIC X(32725).
019000     05  WS-SMP-HDR-BODY REDEFINES WS-SMP-BODY.
019100         10  WS-SMPH-FORMDEF PIC X(8).
019200         10  FILLER          PIC X.
019300         10  WS-SMPH-PAGEDEF PIC X(8).
019400         10  FILLER          PIC X.
019500         10  WS-SMPH-STARTREC PIC 9(8).
019600         10  FILLER          PIC X(32699).
019700     05  WS-SMP-DATA-BODY REDEFINES WS-SMP-BODY.
019800         10  WS-SMPD-RECNO   PIC 9(8).
019900         10  FILLER          PIC X.
020000         10  WS-SMPD-DATALEN PIC 9(5).
020100         10  FILLER          PIC X.
020200         10  WS-SMPD-CCVAL   PIC X.
020300         10  WS-SMPD-TRCVAL  PIC X.
020400         10  FILLER          PIC X.
020500         10  WS-SMPD-DATA    PIC X(32660).
020600         10  FILLER          PIC X(47).
020700     05  WS-SMP-TRL-BODY REDEFINES WS-SMP-BODY.
020800         10  WS-SMPT-FORMDEF PIC X(8).
020900         10  FILLER          PIC X.
021000         10  WS-SMPT-PAGEDEF PIC X(8).
021100         10  FILLER          PIC X.
021200         10  WS-SMPT-STARTREC PIC 9(8).
021300         10  FILLER          PIC X.
021400         10  WS-SMPT-FIRSTREC PIC 9(8).
021500         10  FILLER          PIC X.
021600         10  WS-SMPT-PAGES   PIC 9(8).
021700         10  FILLER          PIC X.
021800         10  WS-SMPT-RECS    PIC 9(8).
021900         10  FILLER          PIC X.
022000         10  WS-SMPT-REASON  PIC X(5).
022100         10  FILLER          PIC X.
022200         10  WS-SMPT-DOCID   PIC X(20).
022300         10  FILLER          PIC X(32645).
022400/ THE PROOFED RUN, AS THE FIRST ACSTSMP RECORD NAMES IT.  EVERY
022500*RECORD OF ONE SAMPLE CARRIES THE SAME IDENTITY; A FILE THAT
022600*MIXES TWO RUNS CANNOT BE SIGNED OFF AS EITHER.
022700 01  WS-RUN-IDENTITY.
022800     05  WS-RUN-JOB          PIC X(8) VALUE SPACES.
022900     05  WS-RUN-STEP         PIC X(8) VALUE SPACES.
023000     05  WS-RUN-DATE         PIC 9(8) VALUE ZERO.
023100 77  WS-RUN-FLAG             PIC X VALUE 'N'.
023200     88  RUN-IDENTIFIED          VALUE 'Y'.
023300     88  RUN-NOT-IDENTIFIED      VALUE 'N'.
023400 77  WS-MIX-FLAG             PIC X VALUE 'N'.
023500     88  IDENTITY-MIXED          VALUE 'Y'.
023600     88  IDENTITY-SINGLE         VALUE 'N'.
023700 77  WS-SMP-FILE-FLAG        PIC X VALUE 'N'.
023800     88  PROOF-WAS-READ          VALUE 'Y'.
023900     88  PROOF-NOT-READ          VALUE 'N'.
024000/ SAMPLE TOTALS.
024100 77  WS-HDR-CNT              PIC 9(8) BINARY VALUE ZERO.
024200 77  WS-TRL-CNT              PIC 9(8) BINARY VALUE ZERO.
024300 77  WS-DATA-CNT             PIC 9(8) BINARY VALUE ZERO.
024400 77  WS-TOT-PAGES            PIC 9(8) BINARY VALUE ZERO.
024500 77  WS-TOT-RECS             PIC 9(8) BINARY VALUE ZERO.
024600 77  WS-WATCHED-CNT          PIC 9(8) BINARY VALUE ZERO.
024700 77  WS-INCOMPLETE-CNT       PIC 9(8) BINARY VALUE ZERO.
024800 77  WS-BADREC-CNT           PIC 9(8) BINARY VALUE ZERO.
024900/ REPORT LINE LAYOUTS.
025000 01  WS-HDR-LINE.
025100     05  FILLER              PIC X(40)
025200         VALUE 'ACSTQASN PROOF-SAMPLE QA SIGN-OFF SHEET'.
025300     05  FILLER              PIC X(10) VALUE 'RUN DATE: '.
025400     05  WS-HDR-DATE         PIC 9(4)/99/99.
025500     05  FILLER              PIC X(72) VALUE SPACES.
025600 01  WS-RUN-LINE.
025700     05  FILLER              PIC X(14) VALUE 'PROOFED RUN -'.
025800     05  FILLER              PIC X(5) VALUE 'JOB: '.
025900     05  WS-RL-JOB           PIC X(8).
026000     05  FILLER              PIC X(7) VALUE ' STEP: '.
026100     05  WS-RL-STEP          PIC X(8).
026200     05  FILLER              PIC X(7) VALUE ' DATE: '.
026300     05  WS-RL-DATE          PIC 9(4)/99/99.
026400     05  FILLER              PIC X(73) VALUE SPACES.
026500 01  WS-COL-LINE.
026600     05  FILLER              PIC X(7)  VALUE ' UNIT'.
026700     05  FILLER              PIC X(10) VALUE 'FORMDEF'.
026800     05  FILLER              PIC X(10) VALUE 'PAGEDEF'.
026900     05  FILLER              PIC X(10) VALUE ' START REC'.
027000     05  FILLER              PIC X(10) VALUE '  1ST SMPL'.
027100     05  FILLER              PIC X(10) VALUE '     PAGES'.
027200     05  FILLER              PIC X(10) VALUE '   RECORDS'.
027300     05  FILLER              PIC X(7)  VALUE '  WHY'.
027400     05  FILLER              PIC X(22) VALUE 'DOCUMENT ID'.
027500     05  FILLER              PIC X(11) VALUE ' OK    REJ'.
027600     05  FILLER              PIC X(25) VALUE SPACES.
027700 01  WS-UNIT-LINE.
027800     05  WS-UL-UNIT          PIC Z(4)9.
027900     05  FILLER              PIC XX VALUE SPACES.
028000     05  WS-UL-FORMDEF       PIC X(8).
028100     05  FILLER              PIC XX VALUE SPACES.
028200     05  WS-UL-PAGEDEF       PIC X(8).
028300     05  FILLER              PIC XX VALUE SPACES.
028400     05  WS-UL-STARTREC      PIC Z(7)9.
028500     05  FILLER              PIC XX VALUE SPACES.
028600     05  WS-UL-FIRSTREC      PIC Z(7)9.
028700     05  FILLER              PIC XX VALUE SPACES.
028800     05  WS-UL-PAGES         PIC Z(7)9.
028900     05  FILLER              PIC XX VALUE SPACES.
029000     05  WS-UL-RECS          PIC Z(7)9.
029100     05  FILLER              PIC XX VALUE SPACES.
029200     05  WS-UL-REASON        PIC X(5).
029300     05  FILLER              PIC XX VALUE SPACES.
029400     05  WS-UL-DOCID         PIC X(20).
029500     05  FILLER              PIC XX VALUE SPACES.
029600     05  FILLER              PIC X(10) VALUE '[ ]   [ ]'.
029700     05  FILLER              PIC X(26) VALUE SPACES.
029800 01  WS-CNT-LINE.
029900     05  WS-CNT-LABEL        PIC X(40).
030000     05  WS-CNT-VALUE        PIC Z(7)9.
030100     05  FILLER              PIC X(84) VALUE SPACES.
030200 01  WS-DEC-LINE.
030300     05  FILLER              PIC X(13) VALUE 'QA DECISION: '.
030400     05  WS-DL-DECISION      PIC X(9).
030500     05  FILLER              PIC X(11) VALUE 'REVIEWER: '.
030600     05  WS-DL-REVIEWER      PIC X(8).
030700     05  FILLER              PIC X(11) VALUE '  COMMENT: '.
030800     05  WS-DL-COMMENT       PIC X(36).
030900     05  FILLER              PIC X(44) VALUE SPACES.
031000 01  WS-MSG-LINE             PIC X(132) VALUE SPACES.
031100 01  WS-DATE-EDIT            PIC 9(4)/99/99.
031200/ LAYOUT OF AN ACSTLOG RECORD, AS WRITTEN BY ACSTCHR (SEE
031300*ACSTCHR 8000-LOG-COUNTS - THE TWO LAYOUTS MUST STAY IN STEP).
031400 01  WS-LOG-LAYOUT.
031500     05  WS-LOG-PGM          PIC X(8).
031600     05  FILLER              PIC X.
031700     05  WS-LOG-JOB          PIC X(8).
031800     05  FILLER              PIC X.
031900     05  WS-LOG-STEP         PIC X(8).
032000     05  FILLER              PIC X.
032100     05  WS-LOG-DATE         PIC 9(4)/99/99.
032200     05  FILLER              PIC X.
032300     05  WS-LOG-TIME         PIC 99B99B99.
032400     05  FILLER              PIC X.
032500     05  WS-LOG-EVENT        PIC X(5).
032600     05  FILLER              PIC X.
032700     05  WS-LOG-RECCNT       PIC Z(7)9.
032800     05  FILLER              PIC X.
032900     05  WS-LOG-CHGCNT       PIC Z(7)9.
033000     05  FILLER              PIC X.
033100     05  WS-LOG-DELCNT       PIC Z(7)9.
033200     05  FILLER              PIC X.
033300     05  WS-LOG-INSCNT       PIC Z(7)9.
033400     SKIP1
033500 TITLE 'Initialization and Main Line'.
033600 PROCEDURE DIVISION.
033700 0000-MAIN-LINE.
033800     PERFORM 1000-INITIALIZE.
033900     OPEN OUTPUT QASN-RPT.
034000     IF WS-RPT-STATUS NOT = '00'
034100      THEN
034200       DISPLAY PGMNAME, ' *** QASNRPT OPEN FAILED, STATUS=',
034300               WS-RPT-STATUS, ' - NO SIGN-OFF SHEET, NOTHING ',
034400               'LOGGED.'
034500       MOVE 8 TO RETURN-CODE
034600      ELSE
034700       PERFORM 2000-LIST-PROOF-SAMPLE;
034800       IF DECISION-IS-USABLE
034900        THEN
035000         PERFORM 3000-CHECK-DECISION
035100       END-IF;
035200       IF DECISION-ACCEPTED
035300        THEN
035400         PERFORM 3500-LOG-QA-DECISION
035500       END-IF;
035600       PERFORM 4000-PRINT-SIGN-OFF;
035700       CLOSE QASN-RPT
035800     END-IF.
035900     GOBACK.
036000     SKIP1
036100 1000-INITIALIZE.
036200* The decision card is optional - the first pass of the step just
036300*prints the sheet for the desk to mark up - but a card that is
036400*there must be complete, as the decision it carries releases or
036500*holds a run's output.
036600     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
036700     OPEN INPUT QASNCTL.
036800     IF WS-CTL-STATUS = '35' OR WS-CTL-STATUS = '05'
036900      THEN
037000       DISPLAY PGMNAME, ' NO QASNCTL FOUND - SHEET PRINTED FOR ',
037100               'SIGNATURE, NO DECISION LOGGED.'
037200       SET DECISION-ABSENT TO TRUE
037300      ELSE
037400       IF WS-CTL-STATUS NOT = '00'
037500        THEN
037600         DISPLAY PGMNAME, ' *** QASNCTL OPEN FAILED, STATUS=',
037700                 WS-CTL-STATUS, ' - NO DECISION LOGGED.'
037800         MOVE 'QASNCTL COULD NOT BE OPENED' TO WS-DEC-REASON;
037900         SET DECISION-NOT-USABLE TO TRUE;
038000         MOVE 8 TO RETURN-CODE
038100        ELSE
038200         READ QASNCTL INTO WS-QASNCTL-LAYOUT
038300           AT END
038400             DISPLAY PGMNAME, ' EMPTY QASNCTL - SHEET PRINTED ',
038500                     'FOR SIGNATURE, NO DECISION LOGGED.'
038600             SET DECISION-ABSENT TO TRUE
038700           NOT AT END
038800             PERFORM 1100-VALIDATE-DECISION-CARD
038900         END-READ;
039000         CLOSE QASNCTL
039100       END-IF
039200     END-IF.
039300     SKIP1
039400 1100-VALIDATE-DECISION-CARD.
039500* Unlike UBALCTL nothing defaults: the card names the run it
039600*releases, and a guess at which run that is would be worse than
039700*no decision at all.
039800     SET DECISION-IS-USABLE TO TRUE.
039900     EVALUATE TRUE
040000       WHEN WS-QSC-JOB = SPACES OR WS-QSC-STEP = SPACES
040100         MOVE 'QASNCTL JOB AND STEP ARE BOTH REQUIRED'
040200             TO WS-DEC-REASON
040300       WHEN WS-QSC-DATE IS NOT NUMERIC
040400         MOVE 'QASNCTL RUN DATE MISSING OR NOT NUMERIC'
040500             TO WS-DEC-REASON
040600       WHEN NOT QSC-APPROVE AND NOT QSC-REJECT
040700         MOVE 'QASNCTL DECISION IS NOT APPROVE OR REJECT'
040800             TO WS-DEC-REASON
040900       WHEN WS-QSC-REVIEWER = SPACES
041000         MOVE 'QASNCTL REVIEWER IS REQUIRED' TO WS-DEC-REASON
041100     END-EVALUATE.
041200     IF WS-DEC-REASON NOT = SPACES
041300      THEN
041400       DISPLAY PGMNAME, ' *** ', WS-DEC-REASON,
041500               ' - NO DECISION LOGGED.'
041600       SET DECISION-NOT-USABLE TO TRUE;
041700       MOVE 8 TO RETURN-CODE
041800     END-IF.
041900     SKIP1
042000 TITLE 'Proof Sample Listing'.
042100 2000-LIST-PROOF-SAMPLE.
042200* One pass over ACSTSMP: the run line from the first record, a
042300*unit line per trailer, and the header and data records counted
042400*so a unit that never got its trailer shows up as incomplete.
042500     MOVE WS-CURRENT-DATE TO WS-HDR-DATE.
042600     WRITE QASN-RPT-RECORD FROM WS-HDR-LINE.
042700     OPEN INPUT PROOF-FILE.
042800     IF WS-SMP-STATUS NOT = '00'
042900      THEN
043000       DISPLAY PGMNAME, ' *** ACSTSMP OPEN FAILED, STATUS=',
043100               WS-SMP-STATUS, ' - NO PROOF SAMPLE TO SIGN OFF.'
043200       MOVE SPACES TO WS-MSG-LINE;
043300       MOVE '*** PROOF SAMPLE NOT READ - SEE CONSOLE ***'
043400           TO WS-MSG-LINE;
043500       WRITE QASN-RPT-RECORD FROM WS-MSG-LINE;
043600       SET PROOF-NOT-READ TO TRUE;
043700       MOVE 8 TO RETURN-CODE
043800      ELSE
043900       SET PROOF-WAS-READ TO TRUE;
044000       PERFORM UNTIL WS-SMP-AT-EOF
044100         READ PROOF-FILE INTO WS-SMP-LAYOUT
044200           AT END
044300             SET WS-SMP-AT-EOF TO TRUE
044400           NOT AT END
044500             PERFORM 2100-TAKE-PROOF-RECORD
044600         END-READ
044700       END-PERFORM;
044800       CLOSE PROOF-FILE;
044900       IF WS-HDR-CNT > WS-TRL-CNT
045000        THEN
045100         COMPUTE WS-INCOMPLETE-CNT = WS-HDR-CNT - WS-TRL-CNT
045200       END-IF;
045300       IF RUN-NOT-IDENTIFIED
045400        THEN
045500         MOVE SPACES TO WS-MSG-LINE;
045600         MOVE 'NO PROOF UNITS ON ACSTSMP - NOTHING WAS SAMPLED'
045700             TO WS-MSG-LINE;
045800         WRITE QASN-RPT-RECORD FROM WS-MSG-LINE
045900       END-IF
046000     END-IF.
046100     SKIP1
046200 2100-TAKE-PROOF-RECORD.
046300     IF RUN-NOT-IDENTIFIED
046400      THEN
046500       SET RUN-IDENTIFIED TO TRUE;
046600       MOVE WS-SMP-JOB TO WS-RUN-JOB;
046700       MOVE WS-SMP-STEP TO WS-RUN-STEP;
046800       MOVE WS-SMP-DATE TO WS-RUN-DATE;
046900       MOVE WS-RUN-JOB TO WS-RL-JOB;
047000       MOVE WS-RUN-STEP TO WS-RL-STEP;
047100       MOVE WS-RUN-DATE TO WS-RL-DATE;
047200       WRITE QASN-RPT-RECORD FROM WS-RUN-LINE;
047300       WRITE QASN-RPT-RECORD FROM WS-COL-LINE
047400      ELSE
047500       IF (WS-SMP-JOB NOT = WS-RUN-JOB OR
047600           WS-SMP-STEP NOT = WS-RUN-STEP OR
047700           WS-SMP-DATE NOT = WS-RUN-DATE) AND IDENTITY-SINGLE
047800        THEN
047900         SET IDENTITY-MIXED TO TRUE;
048000         DISPLAY PGMNAME, ' *** ACSTSMP HOLDS MORE THAN ONE ',
048100                 'RUN - ',
048200                 WS-SMP-JOB, ' ', WS-SMP-STEP, ' ', WS-SMP-DATE,
048300                 ' AFTER ', WS-RUN-JOB, ' ', WS-RUN-STEP, ' ',
048400                 WS-RUN-DATE
048500       END-IF
048600     END-IF.
048700     EVALUATE WS-SMP-TYPE
048800       WHEN 'H'
048900         ADD 1 TO WS-HDR-CNT
049000       WHEN 'D'
049100         ADD 1 TO WS-DATA-CNT
049200       WHEN 'T'
049300         ADD 1 TO WS-TRL-CNT;
049400         PERFORM 2200-PRINT-UNIT-LINE
049500       WHEN OTHER
049600         ADD 1 TO WS-BADREC-CNT;
049700         DISPLAY PGMNAME, ' UNUSABLE ACSTSMP RECORD TYPE: ',
049800                 WS-SMP-LAYOUT (1 : 35)
049900     END-EVALUATE.
050000     SKIP1
050100 2200-PRINT-UNIT-LINE.
050200* One proof unit from its trailer.  Counts that are not numeric
050300*are printed as zero and counted, as ACSTUBAL treats its bad
050400*entries.
050500     MOVE WS-SMP-UNIT TO WS-UL-UNIT.
050600     MOVE WS-SMPT-FORMDEF TO WS-UL-FORMDEF.
050700     MOVE WS-SMPT-PAGEDEF TO WS-UL-PAGEDEF.
050800     MOVE WS-SMPT-REASON TO WS-UL-REASON.
050900     MOVE WS-SMPT-DOCID TO WS-UL-DOCID.
051000     IF WS-SMPT-STARTREC IS NUMERIC AND
051100        WS-SMPT-FIRSTREC IS NUMERIC AND
051200        WS-SMPT-PAGES IS NUMERIC AND
051300        WS-SMPT-RECS IS NUMERIC
051400      THEN
051500       MOVE WS-SMPT-STARTREC TO WS-UL-STARTREC;
051600       MOVE WS-SMPT-FIRSTREC TO WS-UL-FIRSTREC;
051700       MOVE WS-SMPT-PAGES TO WS-UL-PAGES;
051800       MOVE WS-SMPT-RECS TO WS-UL-RECS;
051900       ADD WS-SMPT-PAGES TO WS-TOT-PAGES;
052000       ADD WS-SMPT-RECS TO WS-TOT-RECS
052100      ELSE
052200       MOVE ZERO TO WS-UL-STARTREC, WS-UL-FIRSTREC,
052300                    WS-UL-PAGES, WS-UL-RECS;
052400       ADD 1 TO WS-BADREC-CNT;
052500       DISPLAY PGMNAME, ' UNUSABLE ACSTSMP TRAILER FOR UNIT ',
052600               WS-SMP-UNIT, ' - COUNTS NOT TAKEN.'
052700     END-IF.
052800     IF WS-SMPT-REASON = 'WATCH' OR WS-SMPT-REASON = 'BOTH '
052900      THEN
053000       ADD 1 TO WS-WATCHED-CNT
053100     END-IF.
053200     WRITE QASN-RPT-RECORD FROM WS-UNIT-LINE.
053300     SKIP1
053400 TITLE 'QA Decision'.
053500 3000-CHECK-DECISION.
053600* The card must name the run the sample came from.  A sample that
053700*mixes runs or could not be read cannot be decided on at all, and
053800*an approval is refused while any unit is incomplete - a rejection
053900*of such a sample is still taken.  An empty sample (PROOFCTL with
054000*nothing to sample) takes the card's identity.
054100     MOVE SPACES TO WS-DEC-REASON.
054200     EVALUATE TRUE
054300       WHEN PROOF-NOT-READ
054400         MOVE 'PROOF SAMPLE NOT READ' TO WS-DEC-REASON
054500       WHEN IDENTITY-MIXED
054600         MOVE 'ACSTSMP HOLDS MORE THAN ONE RUN' TO WS-DEC-REASON
054700       WHEN RUN-IDENTIFIED AND
054800            (WS-QSC-JOB NOT = WS-RUN-JOB OR
054900             WS-QSC-STEP NOT = WS-RUN-STEP OR
055000             WS-QSC-DATE NOT = WS-RUN-DATE)
055100         MOVE 'QASNCTL DOES NOT NAME THE PROOFED RUN'
055200             TO WS-DEC-REASON
055300       WHEN QSC-APPROVE AND WS-INCOMPLETE-CNT > ZERO
055400         MOVE 'APPROVAL REFUSED - INCOMPLETE PROOF UNITS'
055500             TO WS-DEC-REASON
055600     END-EVALUATE.
055700     IF WS-DEC-REASON = SPACES
055800      THEN
055900       SET DECISION-ACCEPTED TO TRUE;
056000       IF RUN-NOT-IDENTIFIED
056100        THEN
056200         MOVE WS-QSC-JOB TO WS-RUN-JOB;
056300         MOVE WS-QSC-STEP TO WS-RUN-STEP;
056400         MOVE WS-QSC-DATE TO WS-RUN-DATE
056500       END-IF
056600      ELSE
056700       SET DECISION-REFUSED TO TRUE;
056800       DISPLAY PGMNAME, ' *** ', WS-DEC-REASON,
056900               ' - NO DECISION LOGGED.'
057000       MOVE 8 TO RETURN-CODE
057100     END-IF.
057200     SKIP1
057300 3500-LOG-QA-DECISION.
057400* Write the decision to ACSTLOG under this program's name, dated
057500*with the proofed run, so the event sorts beside that run for
057600*ACSTLBAL.  The open and the duplicate-key time bump mirror
057700*ACSTUBAL's 3500-LOG-BALANCE-EVENT.
057800     IF QSC-APPROVE
057900      THEN
058000       MOVE 'QAAPR' TO WS-DEC-EVENT
058100      ELSE
058200       MOVE 'QAREJ' TO WS-DEC-EVENT
058300     END-IF.
058400     MOVE SPACES TO WS-LOG-LAYOUT.
058500     MOVE PGMNAME TO WS-LOG-PGM.
058600     MOVE WS-RUN-JOB TO WS-LOG-JOB.
058700     MOVE WS-RUN-STEP TO WS-LOG-STEP.
058800     MOVE WS-RUN-DATE TO WS-LOG-DATE.
058900     ACCEPT WS-CURRENT-TIME FROM TIME.
059000     COMPUTE WS-TIME-HHMMSS = WS-CURRENT-TIME / 100.
059100     MOVE WS-TIME-HHMMSS TO WS-LOG-TIME.
059200     MOVE WS-DEC-EVENT TO WS-LOG-EVENT.
059300     MOVE WS-TRL-CNT TO WS-LOG-RECCNT.
059400     MOVE WS-TOT-PAGES TO WS-LOG-CHGCNT.
059500     MOVE WS-TOT-RECS TO WS-LOG-DELCNT.
059600     MOVE ZERO TO WS-LOG-INSCNT.
059700     OPEN I-O COUNTS-LOG.
059800     IF WS-LOG-STATUS = '35' OR WS-LOG-STATUS = '05'
059900      THEN
060000       CLOSE COUNTS-LOG;
060100       OPEN OUTPUT COUNTS-LOG
060200     END-IF.
060300     IF WS-LOG-STATUS NOT = '00'
060400      THEN
060500       DISPLAY PGMNAME, ' *** ACSTLOG OPEN FAILED, STATUS=',
060600               WS-LOG-STATUS, ' - ', WS-DEC-EVENT,
060700               ' EVENT NOT LOGGED.'
060800       MOVE 8 TO RETURN-CODE;
060810       MOVE 'ACSTLOG OPEN FAILED' TO WS-DEC-REASON
060900      ELSE
061000       MOVE WS-LOG-LAYOUT TO COUNTS-LOG-RECORD;
061100       WRITE COUNTS-LOG-RECORD
061200         INVALID KEY
061300           CONTINUE
061400       END-WRITE;
061500       MOVE ZERO TO WS-LOG-RETRY;
061600       PERFORM UNTIL WS-LOG-STATUS NOT = '22'
061700                  OR WS-LOG-RETRY > 99
061800         ADD 1 TO WS-LOG-RETRY;
061900         ADD 1 TO WS-TIME-HHMMSS;
062000         MOVE WS-TIME-HHMMSS TO WS-LOG-TIME;
062100         MOVE WS-LOG-LAYOUT TO COUNTS-LOG-RECORD;
062200         WRITE COUNTS-LOG-RECORD
062300           INVALID KEY
062400             CONTINUE
062500         END-WRITE
062600       END-PERFORM;
062700       IF WS-LOG-STATUS NOT = '00'
062800        THEN
062900         DISPLAY PGMNAME, ' *** ACSTLOG WRITE FAILED, STATUS=',
063000                 WS-LOG-STATUS, ' - ', WS-DEC-EVENT,
063100                 ' EVENT NOT LOGGED.'
063200         MOVE 8 TO RETURN-CODE;
063210         MOVE 'ACSTLOG WRITE FAILED' TO WS-DEC-REASON
063300        ELSE
063400         SET DECISION-LOGGED TO TRUE
063500       END-IF;
063600       CLOSE COUNTS-LOG
063700     END-IF.
063800     IF DECISION-LOGGED AND QSC-REJECT
063900      THEN
064000       MOVE WS-RUN-DATE TO WS-DATE-EDIT;
064100       DISPLAY 'ACSTQ001E PROOF REJECTED JOB=', WS-RUN-JOB,
064200               ' STEP=', WS-RUN-STEP, ' DATE=', WS-DATE-EDIT,
064300               ' - OUTPUT MUST NOT BE RELEASED' UPON CONS-WTO
064400     END-IF.
064500     SKIP1
064600 TITLE 'Sign-Off Totals'.
064700 4000-PRINT-SIGN-OFF.
064800* The sample totals, then either the decision as recorded or the
064900*boxes the reviewer marks up for the decision card.
065000     MOVE SPACES TO WS-MSG-LINE.
065100     WRITE QASN-RPT-RECORD FROM WS-MSG-LINE.
065200     MOVE 'PROOF UNITS SAMPLED' TO WS-CNT-LABEL.
065300     MOVE WS-TRL-CNT TO WS-CNT-VALUE.
065400     WRITE QASN-RPT-RECORD FROM WS-CNT-LINE.
065500     MOVE '  OF WHICH ON THE WATCH LIST' TO WS-CNT-LABEL.
065600     MOVE WS-WATCHED-CNT TO WS-CNT-VALUE.
065700     WRITE QASN-RPT-RECORD FROM WS-CNT-LINE.
065800     MOVE 'PAGES SAMPLED' TO WS-CNT-LABEL.
065900     MOVE WS-TOT-PAGES TO WS-CNT-VALUE.
066000     WRITE QASN-RPT-RECORD FROM WS-CNT-LINE.
066100     MOVE 'RECORDS SAMPLED' TO WS-CNT-LABEL.
066200     MOVE WS-TOT-RECS TO WS-CNT-VALUE.
066300     WRITE QASN-RPT-RECORD FROM WS-CNT-LINE.
066400     MOVE 'INCOMPLETE UNITS (NO TRAILER)' TO WS-CNT-LABEL.
066500     MOVE WS-INCOMPLETE-CNT TO WS-CNT-VALUE.
066600     WRITE QASN-RPT-RECORD FROM WS-CNT-LINE.
066700     MOVE 'UNUSABLE PROOF RECORDS' TO WS-CNT-LABEL.
066800     MOVE WS-BADREC-CNT TO WS-CNT-VALUE.
066900     WRITE QASN-RPT-RECORD FROM WS-CNT-LINE.
067000     IF WS-INCOMPLETE-CNT > ZERO
067100      THEN
067200       MOVE SPACES TO WS-MSG-LINE;
067300       MOVE '*** PROOF SAMPLE STOPPED SHORT - DO NOT APPROVE ***'
067400           TO WS-MSG-LINE;
067500       WRITE QASN-RPT-RECORD FROM WS-MSG-LINE
067600     END-IF.
067700     IF (WS-INCOMPLETE-CNT > ZERO OR WS-TRL-CNT = ZERO) AND
067800        RETURN-CODE < 4
067900      THEN
068000       MOVE 4 TO RETURN-CODE
068100     END-IF.
068200     MOVE SPACES TO WS-MSG-LINE.
068300     WRITE QASN-RPT-RECORD FROM WS-MSG-LINE.
068400     IF DECISION-ABSENT
068500      THEN
068600       PERFORM 4100-PRINT-SIGNATURE-BOXES
068700      ELSE
068800       PERFORM 4200-PRINT-DECISION
068900     END-IF.
069000     SKIP1
069100 4100-PRINT-SIGNATURE-BOXES.
069200     MOVE SPACES TO WS-MSG-LINE.
069300     MOVE 'QA DECISION:  [ ] APPROVE    [ ] REJECT'
069400         TO WS-MSG-LINE.
069500     WRITE QASN-RPT-RECORD FROM WS-MSG-LINE.
069600     MOVE SPACES TO WS-MSG-LINE.
069700     WRITE QASN-RPT-RECORD FROM WS-MSG-LINE.
069800     MOVE 'REVIEWER: ______________    DATE: __________'
069900         TO WS-MSG-LINE.
070000     WRITE QASN-RPT-RECORD FROM WS-MSG-LINE.
070100     MOVE SPACES TO WS-MSG-LINE.
070200     MOVE 'RECORD THE DECISION ON A QASNCTL CARD AND RERUN'
070300         TO WS-MSG-LINE.
070400     MOVE 'THIS STEP' TO WS-MSG-LINE (49 : 9).
070500     WRITE QASN-RPT-RECORD FROM WS-MSG-LINE.
070600     SKIP1
070700 4200-PRINT-DECISION.
070800     IF QSC-APPROVE
070900      THEN
071000       MOVE 'APPROVED' TO WS-DL-DECISION
071100      ELSE
071200       IF QSC-REJECT
071300        THEN
071400         MOVE 'REJECTED' TO WS-DL-DECISION
071500        ELSE
071600         MOVE 'UNUSABLE' TO WS-DL-DECISION
071700       END-IF
071800     END-IF.
071900     MOVE WS-QSC-REVIEWER TO WS-DL-REVIEWER.
072000     MOVE WS-QSC-COMMENT TO WS-DL-COMMENT.
072100     WRITE QASN-RPT-RECORD FROM WS-DEC-LINE.
072200     MOVE SPACES TO WS-MSG-LINE.
072300     IF DECISION-LOGGED
072400      THEN
072500       STRING 'DECISION LOGGED ON ACSTLOG AS ' DELIMITED BY SIZE
072600              WS-DEC-EVENT DELIMITED BY SIZE
072700              INTO WS-MSG-LINE
072800      ELSE
072900       STRING '*** DECISION NOT LOGGED - ' DELIMITED BY SIZE
073000              WS-DEC-REASON DELIMITED BY '  '
073100              ' - SEE CONSOLE ***' DELIMITED BY SIZE
073200              INTO WS-MSG-LINE
073300     END-IF.
073400     WRITE QASN-RPT-RECORD FROM WS-MSG-LINE.
