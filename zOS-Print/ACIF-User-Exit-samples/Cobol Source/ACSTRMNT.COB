000100 PROCESS DYNAM NUMPROC(PFD) TRUNC(OPT)           NOSEQ
000200* LAST UPDATE ON 15 Oct 2026 AT 19:00:00 BY  MAINT     VERSION 03 *
000300 ID DIVISION.
000400 PROGRAM-ID. ACSTRMNT.
000500 AUTHOR. MAINT.
000600 INSTALLATION. IBM BOULDER PROGRAMMING CENTER.
000700               Controlled maintenance of the ACIF exit rule
000800               members STRPCTL, MASKCTL, IDXCTL and ACSTOPT.
000900
001000               The rules live on a master KSDS, one record per
001100               rule keyed by member name and a four-digit
001200               sequence number (the order the rule takes in its
001300               member - first match wins in the strip table, so
001400               the order matters).  Nobody edits the members by
001500               hand any more: a change is an add, change or
001600               delete transaction, and every transaction names
001700               the person who asked for it and a different
001800               person who approved it.  A transaction without
001900               both, or with the same name in both, is rejected.
002000
002100               The run applies the accepted transactions to an
002200               in-storage copy of the master, writes the
002300               candidate rule set to the STRPCTL, MASKCTL,
002400               IDXCTL and ACSTOPT DDs, and CALLs ACSTCVAL
002500               against them - the same checks the night batch
002600               runs first.  Errors (ACSTCVAL return code 8)
002700               refuse the whole run: the master is left as it
002800               was, no audit record is written, and the live
002900               members are not touched.  Otherwise the changes
003000               go onto the master, one before/after audit
003100               record is written per change, the rule set
003200               version is raised by one, and the live members
003300               are regenerated.  A run with no transactions
003400               regenerates the live members from the master at
003500               the version already in force.
003600
003700               Every generated member starts with a stamp
003800               record: *RULESET in columns 1-8 and the six-
003900               digit rule set version in columns 10-15.
004000               ACSTCHR and ACOUTCHR skip the stamp when they
004100               load the member and log the version they loaded
004200               on ACSTLOG at INIT (event RULES), so each night's
004300               masking and strip behavior traces back through
004400               the audit file to the approved changes that made
004500               that version.
004600
004700               DD statements:
004800                 RULEMSTR - rule master KSDS, KEYS(13 0)
004900                            RECORDSIZE(100 100), update.  The
005000                            version record (key *RULESET 0000)
005100                            carries the version in force.
005200                 RULETRN  - maintenance transactions, input,
005300                            80 bytes:
005400                              col  1     action A, C or D
005500                              col  3-10  member name
005600                              col 12-15  sequence (0001-9999)
005700                              col 17-24  requester
005800                              col 26-33  approver
005900                              col 35-74  rule image, laid out
006000                                         exactly as the
006100                                         member record (not
006200                                         needed for D).
006300                            Applied in file order.  A missing
006400                            DD regenerates at the current
006500                            version.
006600                 RULEAUD  - audit KSDS, KEYS(11 0)
006700                            RECORDSIZE(160 160), cumulative -
006800                            keyed by version and change number.
006900                 STRPCTL, MASKCTL, IDXCTL, ACSTOPT
007000                          - candidate members, written and then
007100                            read back by ACSTCVAL.  Point them
007200                            at work data sets (LRECL 16, 24,
007300                            32, 24), never at the live members.
007400                 CVALRPT  - ACSTCVAL's validation report.
007500                 STRPOUT, MASKOUT, IDXOUT, OPTOUT
007600                          - the live members the exits read,
007700                            regenerated on success.
007800                 RMNTRPT  - SYSOUT maintenance report.
007900               The other ACSTCVAL DDs are normally left out of
008000               this step; ACSTCVAL reports them as not
008100               allocated.
008200
008300               RETURN-CODE 4 when a transaction is rejected or
008400               ACSTCVAL warns; 8 when ACSTCVAL finds errors or
008500               the master, audit or member files fail.
008600 DATE-WRITTEN. 15 Oct 2026.
008700 DATE-COMPILED.
008800 SECURITY. NONE.
008900*/**************************************************************/
009000*/* Licensed under the Apache License, Version 2.0 (the        */
009100*/* "License"); you may not use this file except in compliance */
009200*/* with the License. You may obtain a copy of the License at  */
009300*/*                                                            */
009400*/* http://www.apache.org/licenses/LICENSE-2.0                 */
009500*/*                                                            */
009600*/* Unless required by applicable law or agreed to in writing, */
009700*/* software distributed under the License is distributed on an*/
009800*/* "AS IS" BASIS, WITHOUT WARRANTIES OR CONDITIONS OF ANY     */
009900*/* KIND, either express or implied.  See the License for the  */
010000*/* specific language governing permissions and limitations    */
010100*/* under the License.                                         */
010200*/**************************************************************/
010300 TITLE 'ACIF Exit Rule File Maintenance'.
010400 ENVIRONMENT DIVISION.
010500 CONFIGURATION SECTION.
010600 SOURCE-COMPUTER. IBM-370.
010700 OBJECT-COMPUTER. IBM-370.
010800 INPUT-OUTPUT SECTION.
010900 FILE-CONTROL.
011000* RULEMSTR is the system of record for the exit rules - keyed on
011100*member name and sequence number (the leading 13 bytes,
011200*separator included).  The version record sorts first.
011300     SELECT RULE-MASTER ASSIGN TO RULEMSTR
011400         ORGANIZATION IS INDEXED
011500         ACCESS MODE IS DYNAMIC
011600         RECORD KEY IS RMS-KEY
011700         FILE STATUS IS WS-RMS-STATUS.
011800     SELECT RULE-TRANS ASSIGN TO RULETRN
011900         ORGANIZATION IS SEQUENTIAL
012000         ACCESS MODE IS SEQUENTIAL
012100         FILE STATUS IS WS-TRN-STATUS.
012200* RULEAUD is cumulative across runs, the same open pattern as
012300*ACSTLOG: keyed on rule set version and change number, so one
012400*version's changes read together and in the order applied.
012500     SELECT RULE-AUDIT ASSIGN TO RULEAUD
012600         ORGANIZATION IS INDEXED
012700         ACCESS MODE IS DYNAMIC
012800         RECORD KEY IS AUD-KEY
012900         FILE STATUS IS WS-AUD-STATUS.
013000* The candidate members carry the DD names ACSTCVAL reads, so the
013100*CALLed validator checks exactly what was just written.
013200     SELECT STRPCTL ASSIGN TO STRPCTL
013300         ORGANIZATION IS SEQUENTIAL
013400         ACCESS MODE IS SEQUENTIAL
013500         FILE STATUS IS WS-STG-STATUS.
013600     SELECT MASKCTL ASSIGN TO MASKCTL
013700         ORGANIZATION IS SEQUENTIAL
013800         ACCESS MODE IS SEQUENTIAL
013900         FILE STATUS IS WS-STG-STATUS.
014000     SELECT IDXCTL ASSIGN TO IDXCTL
014100         ORGANIZATION IS SEQUENTIAL
014200         ACCESS MODE IS SEQUENTIAL
014300         FILE STATUS IS WS-STG-STATUS.
014400     SELECT OPT-CTL ASSIGN TO ACSTOPT
014500         ORGANIZATION IS SEQUENTIAL
014600         ACCESS MODE IS SEQUENTIAL
014700         FILE STATUS IS WS-STG-STATUS.
014800     SELECT STRP-OUT ASSIGN TO STRPOUT
014900         ORGANIZATION IS SEQUENTIAL
015000         ACCESS MODE IS SEQUENTIAL
015100         FILE STATUS IS WS-OUT-STATUS.
015200     SELECT MASK-OUT ASSIGN TO MASKOUT
015300         ORGANIZATION IS SEQUENTIAL
015400         ACCESS MODE IS SEQUENTIAL
015500         FILE STATUS IS WS-OUT-STATUS.
015600     SELECT IDX-OUT ASSIGN TO IDXOUT
015700         ORGANIZATION IS SEQUENTIAL
015800         ACCESS MODE IS SEQUENTIAL
015900         FILE STATUS IS WS-OUT-STATUS.
016000     SELECT OPT-OUT ASSIGN TO OPTOUT
016100         ORGANIZATION IS SEQUENTIAL
016200         ACCESS MODE IS SEQUENTIAL
016300         FILE STATUS IS WS-OUT-STATUS.
016400     SELECT MAINT-RPT ASSIGN TO RMNTRPT
016500         ORGANIZATION IS SEQUENTIAL
016600         ACCESS MODE IS SEQUENTIAL
016700         FILE STATUS IS WS-RPT-STATUS.
016800     EJECT
016900 DATA DIVISION.
017000 FILE SECTION.
017100 FD  RULE-MASTER
017200     LABEL RECORDS ARE STANDARD.
017300 01  RULE-MASTER-RECORD.
017400     05  RMS-KEY             PIC X(13).
017500     05  FILLER              PIC X(87).
017600 FD  RULE-TRANS
017700     RECORDING MODE IS F
017800     LABEL RECORDS ARE STANDARD.
017900 01  RULE-TRANS-RECORD          PIC X(80).
018000 FD  RULE-AUDIT
018100     LABEL RECORDS ARE STANDARD.
018200 01  RULE-AUDIT-RECORD.
018300     05  AUD-KEY             PIC X(11).
018400     05  FILLER              PIC X(149).
018500 FD  STRPCTL
018600     RECORDING MODE IS F
018700     LABEL RECORDS ARE STANDARD.
018800 01  STRPCTL-RECORD             PIC X(16).
018900 FD  MASKCTL
019000     RECORDING MODE IS F
019100     LABEL RECORDS ARE STANDARD.
019200 01  MASKCTL-RECORD             PIC X(24).
019300 FD  IDXCTL
019400     RECORDING MODE IS F
019500     LABEL RECORDS ARE STANDARD.
019600 01  IDXCTL-RECORD              PIC X(32).
019700 FD  OPT-CTL
019800     RECORDING MODE IS F
019900     LABEL RECORDS ARE STANDARD.
020000 01  OPT-CTL-RECORD             PIC X(24).
020100 FD  STRP-OUT
020200     RECORDING MODE IS F
020300     LABEL RECORDS ARE STANDARD.
020400 01  STRP-OUT-RECORD            PIC X(16).
020500 FD  MASK-OUT
020600     RECORDING MODE IS F
020700     LABEL RECORDS ARE STANDARD.
020800 01  MASK-OUT-RECORD            PIC X(24).
020900 FD  IDX-OUT
021000     RECORDING MODE IS F
021100     LABEL RECORDS ARE STANDARD.
021200 01  IDX-OUT-RECORD             PIC X(32).
021300 FD  OPT-OUT
021400     RECORDING MODE IS F
021500     LABEL RECORDS ARE STANDARD.
021600 01  OPT-OUT-RECORD             PIC X(24).
021700 FD  MAINT-RPT
021800     RECORDING MODE IS F
021900     LABEL RECORDS ARE STANDARD.
022000 01  MAINT-RPT-RECORD           PIC X(132).
022100 WORKING-STORAGE SECTION.
022200 77  PGMNAME                 PIC X(8) VALUE 'ACSTRMNT'.
022300 77  WS-RMS-STATUS           PIC XX VALUE SPACES.
022400     88  WS-RMS-AT-EOF           VALUE '10'.
022500 77  WS-TRN-STATUS           PIC XX VALUE SPACES.
022600     88  WS-TRN-AT-EOF           VALUE '10'.
022700 77  WS-AUD-STATUS           PIC XX VALUE SPACES.
022800 77  WS-STG-STATUS           PIC XX VALUE SPACES.
022900 77  WS-OUT-STATUS           PIC XX VALUE SPACES.
023000 77  WS-RPT-STATUS           PIC XX VALUE SPACES.
023100 77  WS-JOBNAME              PIC X(8) VALUE SPACES.
023200 77  WS-CURRENT-DATE         PIC 9(8) VALUE ZERO.
023300 77  WS-CURRENT-TIME         PIC 9(8) VALUE ZERO.
023400 77  WS-TIME-HHMMSS          PIC 9(6) VALUE ZERO.
023500 77  WS-DATE-EDIT            PIC 9(4)/99/99.
023600 77  WS-TIME-EDIT            PIC 99B99B99.
023700/ LAYOUT OF A RULEMSTR RECORD.  THE VERSION RECORD USES THE SAME
023800*LAYOUT UNDER KEY *RULESET 0000: RMS-VERSION IS THE VERSION IN
023900*FORCE AND RMS-DATE THE DAY IT WAS MADE.
024000 01  WS-RMS-LAYOUT.
024100     05  WS-RMS-MEMBER       PIC X(8).
024200     05  FILLER              PIC X.
024300     05  WS-RMS-SEQ          PIC X(4).
024400     05  FILLER              PIC X.
024500     05  WS-RMS-RULE         PIC X(40).
024600     05  FILLER              PIC X.
024700     05  WS-RMS-VERSION      PIC 9(6).
024800     05  FILLER              PIC X.
024900     05  WS-RMS-DATE         PIC X(10).
025000     05  FILLER              PIC X.
025100     05  WS-RMS-REQUESTER    PIC X(8).
025200     05  FILLER              PIC X.
025300     05  WS-RMS-APPROVER     PIC X(8).
025400     05  FILLER              PIC X(10).
025500/ LAYOUT OF A RULETRN TRANSACTION (SEE THE DD NOTE ABOVE).
025600 01  WS-TRN-LAYOUT.
025700     05  WS-TRN-ACTION       PIC X.
025800         88  TRN-IS-ADD          VALUE 'A'.
025900         88  TRN-IS-CHANGE       VALUE 'C'.
026000         88  TRN-IS-DELETE       VALUE 'D'.
026100     05  FILLER              PIC X.
026200     05  WS-TRN-MEMBER       PIC X(8).
026300     05  FILLER              PIC X.
026400     05  WS-TRN-SEQ          PIC X(4).
026500     05  FILLER              PIC X.
026600     05  WS-TRN-REQUESTER    PIC X(8).
026700     05  FILLER              PIC X.
026800     05  WS-TRN-APPROVER     PIC X(8).
026900     05  FILLER              PIC X.
027000     05  WS-TRN-RULE         PIC X(40).
027100     05  FILLER              PIC X(6).
027200/ LAYOUT OF A RULEAUD RECORD - ONE PER APPLIED CHANGE, THE RULE
027300*IMAGE BEFORE AND AFTER (BLANK BEFORE AN ADD, BLANK AFTER A
027400*DELETE).
027500 01  WS-AUD-LAYOUT.
027600     05  WS-AUD-VERSION      PIC 9(6).
027700     05  FILLER              PIC X.
027800     05  WS-AUD-CHANGE       PIC 9(4).
027900     05  FILLER              PIC X.
028000     05  WS-AUD-DATE         PIC 9(4)/99/99.
028100     05  FILLER              PIC X.
028200     05  WS-AUD-TIME         PIC 99B99B99.
028300     05  FILLER              PIC X.
028400     05  WS-AUD-JOB          PIC X(8).
028500     05  FILLER              PIC X.
028600     05  WS-AUD-ACTION       PIC X.
028700     05  FILLER              PIC X.
028800     05  WS-AUD-MEMBER       PIC X(8).
028900     05  FILLER              PIC X.
029000     05  WS-AUD-SEQ          PIC X(4).
029100     05  FILLER              PIC X.
029200     05  WS-AUD-REQUESTER    PIC X(8).
029300     05  FILLER              PIC X.
029400     05  WS-AUD-APPROVER     PIC X(8).
029500     05  FILLER              PIC X.
029600     05  WS-AUD-BEFORE       PIC X(40).
029700     05  FILLER              PIC X.
029800     05  WS-AUD-AFTER        PIC X(40).
029900     05  FILLER              PIC X(4).
030000/ THE RULE SET STAMP - THE FIRST RECORD OF EVERY GENERATED MEMBER.
030100*ACSTCHR, ACOUTCHR AND ACSTCVAL RECOGNIZE IT BY THE TAG.
030200 01  WS-STAMP-LAYOUT.
030300     05  WS-STAMP-TAG        PIC X(8) VALUE '*RULESET'.
030400     05  FILLER              PIC X VALUE SPACE.
030500     05  WS-STAMP-VERSION    PIC 9(6) VALUE ZERO.
030600     05  FILLER              PIC X(25) VALUE SPACES.
030700/ THE FOUR MEMBERS AND THEIR RECORD LENGTHS.  A RULE IMAGE MUST
030800*BE BLANK PAST ITS MEMBER'S LENGTH.
030900 01  WS-MEMBER-VALUES.
031000     05  FILLER              PIC X(10) VALUE 'STRPCTL 16'.
031100     05  FILLER              PIC X(10) VALUE 'MASKCTL 24'.
031200     05  FILLER              PIC X(10) VALUE 'IDXCTL  32'.
031300     05  FILLER              PIC X(10) VALUE 'ACSTOPT 24'.
031400 01  WS-MEMBER-TABLE REDEFINES WS-MEMBER-VALUES.
031500     05  WS-MEMBER-ENTRY     OCCURS 4 TIMES.
031600         10  MBR-NAME        PIC X(8).
031700         10  MBR-LEN         PIC 99.
031800 01  WS-MEMBER-COUNTS.
031900     05  MBR-RULE-CNT        PIC 9(4) BINARY OCCURS 4 TIMES.
032000 77  WS-MBR-SUB              PIC 9(4) BINARY VALUE ZERO.
032100 77  WS-MBR-LEN              PIC 9(4) BINARY VALUE ZERO.
032200/ THE RULE SET IN STORAGE, IN KEY ORDER.  A RULE DELETED THIS RUN
032300*STAYS IN ITS SLOT MARKED DELETED, SO A LATER ADD OF THE SAME KEY
032400*REUSES IT.
032500 01  WS-RULE-TABLE.
032600     05  WS-RULE-ENTRY       OCCURS 200 TIMES.
032700         10  RT-KEY.
032800             15  RT-MEMBER   PIC X(8).
032900             15  RT-SEQ      PIC X(4).
033000         10  RT-RULE         PIC X(40).
033100         10  RT-STATE        PIC X.
033200             88  RT-ACTIVE       VALUE 'A'.
033300             88  RT-DELETED      VALUE 'D'.
033400 77  WS-RULE-MAX             PIC 9(4) BINARY VALUE 200.
033500 77  RT-CNT                  PIC 9(4) BINARY VALUE ZERO.
033600/ THE CHANGES ACCEPTED THIS RUN, IN THE ORDER APPLIED.  THEY ARE
033700*REPLAYED AGAINST THE MASTER, AND AUDITED, ONLY AFTER THE
033800*CANDIDATE RULE SET PASSES VALIDATION.
033900 01  WS-CHANGE-TABLE.
034000     05  WS-CHANGE-ENTRY     OCCURS 200 TIMES.
034100         10  CT-ACTION       PIC X.
034200         10  CT-MEMBER       PIC X(8).
034300         10  CT-SEQ          PIC X(4).
034400         10  CT-REQUESTER    PIC X(8).
034500         10  CT-APPROVER     PIC X(8).
034600         10  CT-BEFORE       PIC X(40).
034700         10  CT-AFTER        PIC X(40).
034800 77  CT-CNT                  PIC 9(4) BINARY VALUE ZERO.
034900/ SEARCH AND RUN STATE.
035000 01  WS-SEARCH-KEY.
035100     05  WS-SEARCH-MEMBER    PIC X(8).
035200     05  WS-SEARCH-SEQ       PIC X(4).
035300 77  WS-I                    PIC 9(4) BINARY VALUE ZERO.
035400 77  WS-J                    PIC 9(4) BINARY VALUE ZERO.
035500 77  WS-FOUND-SUB            PIC 9(4) BINARY VALUE ZERO.
035600 77  WS-INSERT-SUB           PIC 9(4) BINARY VALUE ZERO.
035700 77  WS-FOUND-FLAG           PIC X VALUE 'N'.
035800     88  RULE-FOUND              VALUE 'Y'.
035900     88  RULE-NOT-FOUND          VALUE 'N'.
036000 77  WS-RUN-FLAG             PIC X VALUE 'Y'.
036100     88  RUN-OK                  VALUE 'Y'.
036200     88  RUN-STOPPED             VALUE 'N'.
036300 77  WS-MASTER-FLAG          PIC X VALUE 'O'.
036400     88  MASTER-EXISTS           VALUE 'O'.
036500     88  MASTER-IS-NEW           VALUE 'N'.
036600 77  WS-PUBLISH-FLAG         PIC X VALUE 'N'.
036700     88  SET-PUBLISHED           VALUE 'Y'.
036800     88  SET-NOT-PUBLISHED       VALUE 'N'.
036900 77  WS-REJECT-TEXT          PIC X(48) VALUE SPACES.
037000 77  WS-CUR-VERSION          PIC 9(6) VALUE ZERO.
037100 77  WS-NEW-VERSION          PIC 9(6) VALUE ZERO.
037200 77  WS-TRN-READ             PIC 9(6) BINARY VALUE ZERO.
037300 77  WS-TRN-APPLIED          PIC 9(6) BINARY VALUE ZERO.
037400 77  WS-TRN-REJECTED         PIC 9(6) BINARY VALUE ZERO.
037500 77  WS-SAVE-RC              PIC S9(4) BINARY VALUE ZERO.
037600 77  WS-CVAL-RC              PIC S9(4) BINARY VALUE ZERO.
037700 77  WS-RESULT-TEXT          PIC X(60) VALUE SPACES.
037800/ REPORT LINE ASSEMBLY.
037900 01  WS-MSG-LINE             PIC X(132) VALUE SPACES.
038000 01  WS-TRN-LINE.
038100     05  WS-TL-RESULT        PIC X(8).
038200     05  FILLER              PIC X.
038300     05  WS-TL-ACTION        PIC X.
038400     05  FILLER              PIC X.
038500     05  WS-TL-MEMBER        PIC X(8).
038600     05  FILLER              PIC X.
038700     05  WS-TL-SEQ           PIC X(4).
038800     05  FILLER              PIC X.
038900     05  WS-TL-REQUESTER     PIC X(8).
039000     05  FILLER              PIC X.
039100     05  WS-TL-APPROVER      PIC X(8).
039200     05  FILLER              PIC X.
039300     05  WS-TL-RULE          PIC X(40).
039400     05  FILLER              PIC X.
039500     05  WS-TL-REASON        PIC X(48).
039600 01  WS-SUM-LINE.
039700     05  WS-SUM-LABEL        PIC X(32).
039800     05  WS-SUM-VALUE        PIC Z(5)9.
039900     05  FILLER              PIC X(94).
040000     SKIP1
040100 TITLE 'Initialization and Main Line'.
040200 PROCEDURE DIVISION.
040300 0000-MAIN-LINE.
040400     PERFORM 1000-INITIALIZE.
040500     IF RUN-OK
040600      THEN
040700       PERFORM 2000-LOAD-MASTER
040800     END-IF.
040900     IF RUN-OK
041000      THEN
041100       PERFORM 3000-APPLY-TRANSACTIONS
041200     END-IF.
041300     IF RUN-OK
041400      THEN
041500       PERFORM 4000-VALIDATE-CANDIDATE-SET
041600     END-IF.
041700     IF RUN-OK
041800      THEN
041900       PERFORM 5000-PUBLISH-RULE-SET
042000     END-IF.
042100     PERFORM 9000-WRITE-SUMMARY.
042200     GOBACK.
042300     SKIP1
042400 1000-INITIALIZE.
042500     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
042600     ACCEPT WS-CURRENT-TIME FROM TIME.
042700     COMPUTE WS-TIME-HHMMSS = WS-CURRENT-TIME / 100.
042800     DISPLAY 'JOBNAME' UPON ENVIRONMENT-NAME.
042900     ACCEPT WS-JOBNAME FROM ENVIRONMENT-VALUE.
043000     OPEN OUTPUT MAINT-RPT.
043100     IF WS-RPT-STATUS NOT = '00'
043200      THEN
043300       DISPLAY PGMNAME, ' *** RMNTRPT OPEN FAILED, STATUS=',
043400               WS-RPT-STATUS, ' - REPORT ON CONSOLE ONLY.'
043500      ELSE
043600       MOVE SPACES TO WS-MSG-LINE;
043700       STRING 'ACSTRMNT EXIT RULE FILE MAINTENANCE  '
043800               DELIMITED BY SIZE
043900              'RUN DATE: ' DELIMITED BY SIZE
044000               INTO WS-MSG-LINE;
044100       MOVE WS-CURRENT-DATE TO WS-DATE-EDIT;
044200       MOVE WS-DATE-EDIT TO WS-MSG-LINE (49 : 10);
044300       WRITE MAINT-RPT-RECORD FROM WS-MSG-LINE
044400     END-IF.
044500* An unloaded master cluster opens with status 35 (or 05); the
044600*first run starts from an empty rule set and loads it at
044700*publish time.
044800     OPEN I-O RULE-MASTER.
044900     IF WS-RMS-STATUS = '35' OR WS-RMS-STATUS = '05'
045000      THEN
045100       CLOSE RULE-MASTER;
045200       SET MASTER-IS-NEW TO TRUE;
045300       DISPLAY PGMNAME, ' RULEMSTR IS EMPTY - STARTING A NEW ',
045400               'RULE SET.'
045500      ELSE
045600       IF WS-RMS-STATUS NOT = '00'
045700        THEN
045800         DISPLAY PGMNAME, ' *** RULEMSTR OPEN FAILED, STATUS=',
045900                 WS-RMS-STATUS, ' - NOTHING APPLIED.'
046000         MOVE 'RULEMSTR OPEN FAILED - NOTHING APPLIED'
046100             TO WS-RESULT-TEXT;
046200         MOVE 8 TO RETURN-CODE;
046300         SET RUN-STOPPED TO TRUE
046400       END-IF
046500     END-IF.
046600     SKIP1
046700 TITLE 'Rule Set Load and Transaction Edit'.
046800 2000-LOAD-MASTER.
046900* The master into storage, in key order.  The version record
047000*sorts ahead of every member name and is kept apart.  A master
047100*bigger than the table is refused rather than regenerated short
047200*- a member written without its tail would drop rules silently.
047300     IF MASTER-EXISTS
047400      THEN
047500       PERFORM UNTIL WS-RMS-AT-EOF OR RUN-STOPPED
047600         READ RULE-MASTER NEXT RECORD INTO WS-RMS-LAYOUT
047700           AT END
047800             SET WS-RMS-AT-EOF TO TRUE
047900           NOT AT END
048000             PERFORM 2100-LOAD-MASTER-RECORD
048100         END-READ
048200       END-PERFORM;
048300       CLOSE RULE-MASTER
048400     END-IF.
048500     MOVE WS-CUR-VERSION TO WS-NEW-VERSION.
048600     IF RUN-OK AND WS-RPT-STATUS = '00'
048700      THEN
048800       MOVE SPACES TO WS-SUM-LINE;
048900       MOVE 'RULE SET VERSION IN FORCE' TO WS-SUM-LABEL;
049000       MOVE WS-CUR-VERSION TO WS-SUM-VALUE;
049100       WRITE MAINT-RPT-RECORD FROM WS-SUM-LINE;
049200       MOVE SPACES TO WS-MSG-LINE;
049300       WRITE MAINT-RPT-RECORD FROM WS-MSG-LINE;
049400       MOVE 'RESULT   A MEMBER   SEQ  REQUESTR APPROVER'
049500           TO WS-MSG-LINE;
049600       MOVE 'RULE IMAGE' TO WS-MSG-LINE (44 : 10);
049700       MOVE 'REASON' TO WS-MSG-LINE (85 : 6);
049800       WRITE MAINT-RPT-RECORD FROM WS-MSG-LINE
049900     END-IF.
050000     SKIP1
050100 2100-LOAD-MASTER-RECORD.
050200     IF WS-RMS-MEMBER = '*RULESET'
050300      THEN
050400       MOVE WS-RMS-VERSION TO WS-CUR-VERSION
050500      ELSE
050600       IF RT-CNT = WS-RULE-MAX
050700        THEN
050800         DISPLAY PGMNAME, ' *** RULEMSTR HOLDS MORE THAN ',
050900                 WS-RULE-MAX, ' RULES - NOTHING APPLIED.'
051000         MOVE 'RULE TABLE OVERFLOW - NOTHING APPLIED'
051100             TO WS-RESULT-TEXT;
051200         MOVE 8 TO RETURN-CODE;
051300         SET RUN-STOPPED TO TRUE
051400        ELSE
051500         ADD 1 TO RT-CNT;
051600         MOVE WS-RMS-MEMBER TO RT-MEMBER (RT-CNT);
051700         MOVE WS-RMS-SEQ TO RT-SEQ (RT-CNT);
051800         MOVE WS-RMS-RULE TO RT-RULE (RT-CNT);
051900         SET RT-ACTIVE (RT-CNT) TO TRUE
052000       END-IF
052100     END-IF.
052200     SKIP1
052300 3000-APPLY-TRANSACTIONS.
052400* Each transaction is edited against the rule set as the earlier
052500*transactions left it, so an add followed by a change of the
052600*same rule in one deck works.  A missing RULETRN is a
052700*regeneration run.
052800     OPEN INPUT RULE-TRANS.
052900     IF WS-TRN-STATUS = '35' OR WS-TRN-STATUS = '05'
053000      THEN
053100       DISPLAY PGMNAME, ' NO RULETRN FOUND - REGENERATING ',
053200               'VERSION ', WS-CUR-VERSION, '.'
053300      ELSE
053400       IF WS-TRN-STATUS NOT = '00'
053500        THEN
053600         DISPLAY PGMNAME, ' *** RULETRN OPEN FAILED, STATUS=',
053700                 WS-TRN-STATUS, ' - NOTHING APPLIED.'
053800         MOVE 'RULETRN OPEN FAILED - NOTHING APPLIED'
053900             TO WS-RESULT-TEXT;
054000         MOVE 8 TO RETURN-CODE;
054100         SET RUN-STOPPED TO TRUE
054200        ELSE
054300         PERFORM UNTIL WS-TRN-AT-EOF OR RUN-STOPPED
054400           READ RULE-TRANS INTO WS-TRN-LAYOUT
054500             AT END
054600               SET WS-TRN-AT-EOF TO TRUE
054700             NOT AT END
054800               ADD 1 TO WS-TRN-READ;
054900               PERFORM 3100-EDIT-TRANSACTION;
055000               IF WS-REJECT-TEXT = SPACES
055100                THEN
055200                 PERFORM 3300-APPLY-TO-TABLE
055300               END-IF;
055400               PERFORM 3800-REPORT-TRANSACTION
055500           END-READ
055600         END-PERFORM;
055700         CLOSE RULE-TRANS
055800       END-IF
055900     END-IF.
056000     IF CT-CNT > ZERO
056100      THEN
056200       COMPUTE WS-NEW-VERSION = WS-CUR-VERSION + 1
056300     END-IF.
056400     IF WS-TRN-REJECTED > ZERO AND RETURN-CODE < 4
056500      THEN
056600       MOVE 4 TO RETURN-CODE
056700     END-IF.
056800     SKIP1
056900 3100-EDIT-TRANSACTION.
057000* The first failed test names the reason.  Requester and approver
057100*are the control the auditors asked for: both present and not
057200*the same person.
057300     MOVE SPACES TO WS-REJECT-TEXT.
057400     MOVE ZERO TO WS-MBR-SUB.
057500     PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > 4
057600       IF MBR-NAME (WS-I) = WS-TRN-MEMBER
057700        THEN
057800         MOVE WS-I TO WS-MBR-SUB
057900       END-IF
058000     END-PERFORM.
058100     EVALUATE TRUE
058200       WHEN NOT TRN-IS-ADD AND NOT TRN-IS-CHANGE AND
058300            NOT TRN-IS-DELETE
058400         MOVE 'ACTION NOT A, C OR D' TO WS-REJECT-TEXT
058500       WHEN WS-MBR-SUB = ZERO
058600         MOVE 'MEMBER NOT STRPCTL, MASKCTL, IDXCTL OR ACSTOPT'
058700             TO WS-REJECT-TEXT
058800       WHEN WS-TRN-SEQ IS NOT NUMERIC OR WS-TRN-SEQ = '0000'
058900         MOVE 'SEQUENCE NOT NUMERIC 0001-9999' TO WS-REJECT-TEXT
059000       WHEN WS-TRN-REQUESTER = SPACES OR
059100            WS-TRN-APPROVER = SPACES
059200         MOVE 'REQUESTER AND APPROVER BOTH REQUIRED'
059300             TO WS-REJECT-TEXT
059400       WHEN WS-TRN-REQUESTER = WS-TRN-APPROVER
059500         MOVE 'APPROVER MUST NOT BE THE REQUESTER'
059600             TO WS-REJECT-TEXT
059700       WHEN NOT TRN-IS-DELETE AND WS-TRN-RULE = SPACES
059800         MOVE 'RULE IMAGE IS BLANK' TO WS-REJECT-TEXT
059900       WHEN NOT TRN-IS-DELETE AND
060000            WS-TRN-RULE (1 : 8) = '*RULESET'
060100         MOVE 'RULE IMAGE MAY NOT BE A *RULESET STAMP'
060200             TO WS-REJECT-TEXT
060300       WHEN OTHER
060400         PERFORM 3200-EDIT-AGAINST-RULE-SET
060500     END-EVALUATE.
060600     SKIP1
060700 3200-EDIT-AGAINST-RULE-SET.
060800     MOVE MBR-LEN (WS-MBR-SUB) TO WS-MBR-LEN.
060900     MOVE WS-TRN-MEMBER TO WS-SEARCH-MEMBER.
061000     MOVE WS-TRN-SEQ TO WS-SEARCH-SEQ.
061100     PERFORM 3500-FIND-RULE.
061200     EVALUATE TRUE
061300       WHEN NOT TRN-IS-DELETE AND WS-MBR-LEN < 40 AND
061400            WS-TRN-RULE (WS-MBR-LEN + 1 : 40 - WS-MBR-LEN)
061500            NOT = SPACES
061600         MOVE 'RULE IMAGE LONGER THAN THE MEMBER RECORD'
061700             TO WS-REJECT-TEXT
061800       WHEN TRN-IS-ADD AND RULE-FOUND
061900         IF RT-ACTIVE (WS-FOUND-SUB)
062000          THEN
062100           MOVE 'RULE ALREADY EXISTS - USE C TO CHANGE IT'
062200               TO WS-REJECT-TEXT
062300         END-IF
062400       WHEN TRN-IS-ADD AND RT-CNT = WS-RULE-MAX
062500         MOVE 'RULE TABLE FULL' TO WS-REJECT-TEXT
062600       WHEN TRN-IS-ADD
062700         CONTINUE
062800       WHEN RULE-NOT-FOUND
062900         MOVE 'RULE NOT ON THE MASTER' TO WS-REJECT-TEXT
063000       WHEN RT-DELETED (WS-FOUND-SUB)
063100         MOVE 'RULE NOT ON THE MASTER' TO WS-REJECT-TEXT
063200       WHEN TRN-IS-CHANGE AND
063300            RT-RULE (WS-FOUND-SUB) = WS-TRN-RULE
063400         MOVE 'CHANGE IS THE SAME AS THE CURRENT RULE'
063500             TO WS-REJECT-TEXT
063600     END-EVALUATE.
063700     IF WS-REJECT-TEXT = SPACES AND CT-CNT = WS-RULE-MAX
063800      THEN
063900       MOVE 'TOO MANY CHANGES IN ONE RUN' TO WS-REJECT-TEXT
064000     END-IF.
064100     SKIP1
064200 3300-APPLY-TO-TABLE.
064300* Record the change with its before image, then make it in the
064400*table.  An add goes into key order - into the slot of a rule
064500*deleted earlier this run when there is one, otherwise opening a
064600*slot by moving the later entries down one.
064700     ADD 1 TO CT-CNT.
064800     ADD 1 TO WS-TRN-APPLIED.
064900     MOVE WS-TRN-ACTION TO CT-ACTION (CT-CNT).
065000     MOVE WS-TRN-MEMBER TO CT-MEMBER (CT-CNT).
065100     MOVE WS-TRN-SEQ TO CT-SEQ (CT-CNT).
065200     MOVE WS-TRN-REQUESTER TO CT-REQUESTER (CT-CNT).
065300     MOVE WS-TRN-APPROVER TO CT-APPROVER (CT-CNT).
065400     MOVE SPACES TO CT-BEFORE (CT-CNT), CT-AFTER (CT-CNT).
065500     EVALUATE TRUE
065600       WHEN TRN-IS-ADD AND RULE-FOUND
065700         MOVE WS-TRN-RULE TO RT-RULE (WS-FOUND-SUB),
065800                             CT-AFTER (CT-CNT);
065900         SET RT-ACTIVE (WS-FOUND-SUB) TO TRUE
066000       WHEN TRN-IS-ADD
066100         PERFORM VARYING WS-J FROM RT-CNT BY -1
066200                 UNTIL WS-J < WS-INSERT-SUB
066300           MOVE WS-RULE-ENTRY (WS-J) TO WS-RULE-ENTRY (WS-J + 1)
066400         END-PERFORM;
066500         ADD 1 TO RT-CNT;
066600         MOVE WS-TRN-MEMBER TO RT-MEMBER (WS-INSERT-SUB);
066700         MOVE WS-TRN-SEQ TO RT-SEQ (WS-INSERT-SUB);
066800         MOVE WS-TRN-RULE TO RT-RULE (WS-INSERT-SUB),
066900                             CT-AFTER (CT-CNT);
067000         SET RT-ACTIVE (WS-INSERT-SUB) TO TRUE
067100       WHEN TRN-IS-CHANGE
067200         MOVE RT-RULE (WS-FOUND-SUB) TO CT-BEFORE (CT-CNT);
067300         MOVE WS-TRN-RULE TO RT-RULE (WS-FOUND-SUB),
067400                             CT-AFTER (CT-CNT)
067500       WHEN TRN-IS-DELETE
067600         MOVE RT-RULE (WS-FOUND-SUB) TO CT-BEFORE (CT-CNT);
067700         SET RT-DELETED (WS-FOUND-SUB) TO TRUE
067800     END-EVALUATE.
067900     SKIP1
068000 3500-FIND-RULE.
068100* Look WS-SEARCH-KEY up in the table.  When it is not there,
068200*WS-INSERT-SUB is the slot it would take in key order.
068300     SET RULE-NOT-FOUND TO TRUE.
068400     MOVE ZERO TO WS-FOUND-SUB.
068500     COMPUTE WS-INSERT-SUB = RT-CNT + 1.
068600     PERFORM VARYING WS-I FROM 1 BY 1
068700             UNTIL WS-I > RT-CNT OR RULE-FOUND
068800                OR WS-INSERT-SUB NOT > RT-CNT
068900       EVALUATE TRUE
069000         WHEN RT-KEY (WS-I) = WS-SEARCH-KEY
069100           SET RULE-FOUND TO TRUE;
069200           MOVE WS-I TO WS-FOUND-SUB
069300         WHEN RT-KEY (WS-I) > WS-SEARCH-KEY
069400           MOVE WS-I TO WS-INSERT-SUB
069500       END-EVALUATE
069600     END-PERFORM.
069700     SKIP1
069800 3800-REPORT-TRANSACTION.
069900     MOVE SPACES TO WS-TRN-LINE.
070000     IF WS-REJECT-TEXT = SPACES
070100      THEN
070200       MOVE 'APPLIED' TO WS-TL-RESULT
070300      ELSE
070400       MOVE 'REJECTED' TO WS-TL-RESULT;
070500       ADD 1 TO WS-TRN-REJECTED;
070600       DISPLAY PGMNAME, ' TRANSACTION ', WS-TRN-READ,
070700               ' REJECTED: ', WS-REJECT-TEXT
070800     END-IF.
070900     MOVE WS-TRN-ACTION TO WS-TL-ACTION.
071000     MOVE WS-TRN-MEMBER TO WS-TL-MEMBER.
071100     MOVE WS-TRN-SEQ TO WS-TL-SEQ.
071200     MOVE WS-TRN-REQUESTER TO WS-TL-REQUESTER.
071300     MOVE WS-TRN-APPROVER TO WS-TL-APPROVER.
071400     MOVE WS-TRN-RULE TO WS-TL-RULE.
071500     MOVE WS-REJECT-TEXT TO WS-TL-REASON.
071600     IF WS-RPT-STATUS = '00'
071700      THEN
071800       WRITE MAINT-RPT-RECORD FROM WS-TRN-LINE
071900     END-IF.
072000     SKIP1
072100 TITLE 'Validation and Publication'.
072200 4000-VALIDATE-CANDIDATE-SET.
072300* Write the candidate members and let ACSTCVAL grade them - the
072400*same program, the same rules the night batch holds on.  Its
072500*return code is kept and the step's own restored, the way the
072600*BPXWDYN callers keep theirs.
072700     IF RT-CNT = ZERO
072800      THEN
072900       DISPLAY PGMNAME, ' *** NO RULES ON THE MASTER - NOTHING ',
073000               'TO GENERATE.'
073100       MOVE 'NO RULES ON THE MASTER - NOTHING GENERATED'
073200           TO WS-RESULT-TEXT;
073300       IF RETURN-CODE < 4
073400        THEN
073500         MOVE 4 TO RETURN-CODE
073600       END-IF;
073700       SET RUN-STOPPED TO TRUE
073800      ELSE
073900       OPEN OUTPUT STRPCTL;
074000       PERFORM 4900-CHECK-STAGING-OPEN;
074100       OPEN OUTPUT MASKCTL;
074200       PERFORM 4900-CHECK-STAGING-OPEN;
074300       OPEN OUTPUT IDXCTL;
074400       PERFORM 4900-CHECK-STAGING-OPEN;
074500       OPEN OUTPUT OPT-CTL;
074600       PERFORM 4900-CHECK-STAGING-OPEN
074700     END-IF.
074800     IF RUN-OK
074900      THEN
075000       MOVE WS-NEW-VERSION TO WS-STAMP-VERSION;
075100       MOVE WS-STAMP-LAYOUT TO STRPCTL-RECORD;
075200       WRITE STRPCTL-RECORD;
075300       MOVE WS-STAMP-LAYOUT TO MASKCTL-RECORD;
075400       WRITE MASKCTL-RECORD;
075500       MOVE WS-STAMP-LAYOUT TO IDXCTL-RECORD;
075600       WRITE IDXCTL-RECORD;
075700       MOVE WS-STAMP-LAYOUT TO OPT-CTL-RECORD;
075800       WRITE OPT-CTL-RECORD;
075900       PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > RT-CNT
076000         IF RT-ACTIVE (WS-I)
076100          THEN
076200           EVALUATE RT-MEMBER (WS-I)
076300             WHEN 'STRPCTL'
076400               MOVE RT-RULE (WS-I) TO STRPCTL-RECORD;
076500               WRITE STRPCTL-RECORD
076600             WHEN 'MASKCTL'
076700               MOVE RT-RULE (WS-I) TO MASKCTL-RECORD;
076800               WRITE MASKCTL-RECORD
076900             WHEN 'IDXCTL'
077000               MOVE RT-RULE (WS-I) TO IDXCTL-RECORD;
077100               WRITE IDXCTL-RECORD
077200             WHEN 'ACSTOPT'
077300               MOVE RT-RULE (WS-I) TO OPT-CTL-RECORD;
077400               WRITE OPT-CTL-RECORD
077500           END-EVALUATE
077600         END-IF
077700       END-PERFORM;
077800       CLOSE STRPCTL, MASKCTL, IDXCTL, OPT-CTL;
077900       MOVE RETURN-CODE TO WS-SAVE-RC;
078000       MOVE ZERO TO RETURN-CODE;
078100       CALL 'ACSTCVAL';
078200       MOVE RETURN-CODE TO WS-CVAL-RC;
078300       MOVE WS-SAVE-RC TO RETURN-CODE;
078400       DISPLAY PGMNAME, ' ACSTCVAL RETURN CODE ', WS-CVAL-RC,
078500               ' ON THE CANDIDATE RULE SET.'
078600       EVALUATE TRUE
078700         WHEN WS-CVAL-RC NOT < 8
078800           DISPLAY PGMNAME, ' *** CANDIDATE RULE SET FAILED ',
078900                   'VALIDATION - MASTER UNCHANGED, MEMBERS ',
079000                   'NOT REGENERATED (SEE CVALRPT).'
079100           MOVE 'REFUSED BY ACSTCVAL - MASTER UNCHANGED'
079200               TO WS-RESULT-TEXT
079300           MOVE 8 TO RETURN-CODE
079400           SET RUN-STOPPED TO TRUE
079500         WHEN WS-CVAL-RC NOT < 4
079600           IF RETURN-CODE < 4
079700            THEN
079800             MOVE 4 TO RETURN-CODE
079900           END-IF
080000       END-EVALUATE
080100     END-IF.
080200     SKIP1
080300 4900-CHECK-STAGING-OPEN.
080400     IF WS-STG-STATUS NOT = '00' AND RUN-OK
080500      THEN
080600       DISPLAY PGMNAME, ' *** CANDIDATE MEMBER OPEN FAILED, ',
080700               'STATUS=', WS-STG-STATUS, ' - NOTHING APPLIED.'
080800       MOVE 'CANDIDATE MEMBER OPEN FAILED - NOTHING APPLIED'
080900           TO WS-RESULT-TEXT;
081000       MOVE 8 TO RETURN-CODE;
081100       SET RUN-STOPPED TO TRUE
081200     END-IF.
081300     SKIP1
081400 5000-PUBLISH-RULE-SET.
081500* The candidate set passed.  Changes go onto the master with an
081600*audit record each, the version record is stamped, and the live
081700*members are written last - the audit trail is never behind
081800*what the exits can read.
081900     IF CT-CNT > ZERO
082000      THEN
082100       PERFORM 5100-UPDATE-MASTER
082200     END-IF.
082300     IF RUN-OK
082400      THEN
082500       PERFORM 5500-WRITE-LIVE-MEMBERS
082600     END-IF.
082700     SKIP1
082800 5100-UPDATE-MASTER.
082900     OPEN I-O RULE-AUDIT.
083000     IF WS-AUD-STATUS = '35' OR WS-AUD-STATUS = '05'
083100      THEN
083200       CLOSE RULE-AUDIT;
083300       OPEN OUTPUT RULE-AUDIT
083400     END-IF.
083500     IF WS-AUD-STATUS NOT = '00'
083600      THEN
083700       DISPLAY PGMNAME, ' *** RULEAUD OPEN FAILED, STATUS=',
083800               WS-AUD-STATUS, ' - NOTHING APPLIED.'
083900       MOVE 'RULEAUD OPEN FAILED - NOTHING APPLIED'
084000           TO WS-RESULT-TEXT;
084100       MOVE 8 TO RETURN-CODE;
084200       SET RUN-STOPPED TO TRUE
084300      ELSE
084400* A new master is created empty and reopened I-O, so the first
084410*load takes the same keyed path as every later run.
084420       IF MASTER-IS-NEW
084500        THEN
084600         OPEN OUTPUT RULE-MASTER;
084700         CLOSE RULE-MASTER
084800       END-IF;
084900       OPEN I-O RULE-MASTER;
085000       IF WS-RMS-STATUS NOT = '00'
085100        THEN
085200         DISPLAY PGMNAME, ' *** RULEMSTR OPEN FAILED, STATUS=',
085300                 WS-RMS-STATUS, ' - NOTHING APPLIED.'
085400         MOVE 'RULEMSTR OPEN FAILED - NOTHING APPLIED'
085500             TO WS-RESULT-TEXT;
085600         MOVE 8 TO RETURN-CODE;
085700         SET RUN-STOPPED TO TRUE
085800        ELSE
085900         PERFORM VARYING WS-I FROM 1 BY 1
086000                 UNTIL WS-I > CT-CNT OR RUN-STOPPED
086100           PERFORM 5200-APPLY-CHANGE
086200         END-PERFORM;
086300         IF RUN-OK
086400          THEN
086500           PERFORM 5300-STAMP-VERSION
086600         END-IF;
086700         CLOSE RULE-MASTER
086800       END-IF;
086900       CLOSE RULE-AUDIT
087000     END-IF.
087100     SKIP1
087200 5200-APPLY-CHANGE.
087300* One accepted change onto the master, then its audit record.
087400*A failure here stops the run before the live members are
087500*written; the report names the change it stopped at.
087600     MOVE SPACES TO WS-RMS-LAYOUT.
087700     MOVE CT-MEMBER (WS-I) TO WS-RMS-MEMBER.
087800     MOVE CT-SEQ (WS-I) TO WS-RMS-SEQ.
087900     MOVE CT-AFTER (WS-I) TO WS-RMS-RULE.
088000     MOVE WS-NEW-VERSION TO WS-RMS-VERSION.
088100     MOVE WS-CURRENT-DATE TO WS-DATE-EDIT.
088200     MOVE WS-DATE-EDIT TO WS-RMS-DATE.
088300     MOVE CT-REQUESTER (WS-I) TO WS-RMS-REQUESTER.
088400     MOVE CT-APPROVER (WS-I) TO WS-RMS-APPROVER.
088500     MOVE WS-RMS-LAYOUT TO RULE-MASTER-RECORD.
088600     EVALUATE CT-ACTION (WS-I)
088700       WHEN 'A'
088800         WRITE RULE-MASTER-RECORD
088900           INVALID KEY
089000             CONTINUE
089100         END-WRITE
089200       WHEN 'C'
089300         REWRITE RULE-MASTER-RECORD
089400           INVALID KEY
089500             CONTINUE
089600         END-REWRITE
089700       WHEN 'D'
089800         DELETE RULE-MASTER RECORD
089900           INVALID KEY
090000             CONTINUE
090100         END-DELETE
090200     END-EVALUATE.
090300     IF WS-RMS-STATUS NOT = '00'
090400      THEN
090500       DISPLAY PGMNAME, ' *** RULEMSTR UPDATE FAILED, STATUS=',
090600               WS-RMS-STATUS, ' AT CHANGE ', WS-I, ' (',
090700               CT-MEMBER (WS-I), ' ', CT-SEQ (WS-I),
090800               ') - MEMBERS NOT REGENERATED.'
090900       MOVE 'RULEMSTR UPDATE FAILED - MEMBERS NOT REGENERATED'
091000           TO WS-RESULT-TEXT;
091100       MOVE 8 TO RETURN-CODE;
091200       SET RUN-STOPPED TO TRUE
091300      ELSE
091400       MOVE SPACES TO WS-AUD-LAYOUT;
091500       MOVE WS-NEW-VERSION TO WS-AUD-VERSION;
091600       MOVE WS-I TO WS-AUD-CHANGE;
091700       MOVE WS-CURRENT-DATE TO WS-AUD-DATE;
091800       MOVE WS-TIME-HHMMSS TO WS-AUD-TIME;
091900       MOVE WS-JOBNAME TO WS-AUD-JOB;
092000       MOVE CT-ACTION (WS-I) TO WS-AUD-ACTION;
092100       MOVE CT-MEMBER (WS-I) TO WS-AUD-MEMBER;
092200       MOVE CT-SEQ (WS-I) TO WS-AUD-SEQ;
092300       MOVE CT-REQUESTER (WS-I) TO WS-AUD-REQUESTER;
092400       MOVE CT-APPROVER (WS-I) TO WS-AUD-APPROVER;
092500       MOVE CT-BEFORE (WS-I) TO WS-AUD-BEFORE;
092600       MOVE CT-AFTER (WS-I) TO WS-AUD-AFTER;
092700       MOVE WS-AUD-LAYOUT TO RULE-AUDIT-RECORD;
092800       WRITE RULE-AUDIT-RECORD
092900         INVALID KEY
093000           CONTINUE
093100       END-WRITE;
093200       IF WS-AUD-STATUS NOT = '00'
093300        THEN
093400         DISPLAY PGMNAME, ' *** RULEAUD WRITE FAILED, STATUS=',
093500                 WS-AUD-STATUS, ' AT CHANGE ', WS-I,
093600                 ' - MEMBERS NOT REGENERATED.'
093700         MOVE 'RULEAUD WRITE FAILED - MEMBERS NOT REGENERATED'
093800             TO WS-RESULT-TEXT;
093900         MOVE 8 TO RETURN-CODE;
094000         SET RUN-STOPPED TO TRUE
094100       END-IF
094200     END-IF.
094300     SKIP1
094400 5300-STAMP-VERSION.
094500     MOVE SPACES TO WS-RMS-LAYOUT.
094600     MOVE '*RULESET' TO WS-RMS-MEMBER.
094700     MOVE '0000' TO WS-RMS-SEQ.
094800     MOVE WS-NEW-VERSION TO WS-RMS-VERSION.
094900     MOVE WS-CURRENT-DATE TO WS-DATE-EDIT.
095000     MOVE WS-DATE-EDIT TO WS-RMS-DATE.
095100     MOVE WS-RMS-LAYOUT TO RULE-MASTER-RECORD.
095200     IF WS-CUR-VERSION = ZERO
095300      THEN
095400       WRITE RULE-MASTER-RECORD
095500         INVALID KEY
095600           CONTINUE
095700       END-WRITE
095800      ELSE
095900       REWRITE RULE-MASTER-RECORD
096000         INVALID KEY
096100           CONTINUE
096200       END-REWRITE
096300     END-IF.
096400     IF WS-RMS-STATUS NOT = '00'
096500      THEN
096600       DISPLAY PGMNAME, ' *** RULEMSTR VERSION RECORD FAILED, ',
096700               'STATUS=', WS-RMS-STATUS,
096800               ' - MEMBERS NOT REGENERATED.'
096900       MOVE 'VERSION RECORD FAILED - MEMBERS NOT REGENERATED'
097000           TO WS-RESULT-TEXT;
097100       MOVE 8 TO RETURN-CODE;
097200       SET RUN-STOPPED TO TRUE
097300     END-IF.
097400     SKIP1
097500 5500-WRITE-LIVE-MEMBERS.
097600* The members the exits read, from the same table the validator
097700*just passed, each headed by the version stamp.
097800     MOVE ZERO TO MBR-RULE-CNT (1), MBR-RULE-CNT (2),
097900                  MBR-RULE-CNT (3), MBR-RULE-CNT (4).
098000     OPEN OUTPUT STRP-OUT.
098100     PERFORM 5900-CHECK-LIVE-OPEN.
098200     OPEN OUTPUT MASK-OUT.
098300     PERFORM 5900-CHECK-LIVE-OPEN.
098400     OPEN OUTPUT IDX-OUT.
098500     PERFORM 5900-CHECK-LIVE-OPEN.
098600     OPEN OUTPUT OPT-OUT.
098700     PERFORM 5900-CHECK-LIVE-OPEN.
098800     IF RUN-OK
098900      THEN
099000       MOVE WS-NEW-VERSION TO WS-STAMP-VERSION;
099100       MOVE WS-STAMP-LAYOUT TO STRP-OUT-RECORD;
099200       WRITE STRP-OUT-RECORD;
099300       MOVE WS-STAMP-LAYOUT TO MASK-OUT-RECORD;
099400       WRITE MASK-OUT-RECORD;
099500       MOVE WS-STAMP-LAYOUT TO IDX-OUT-RECORD;
099600       WRITE IDX-OUT-RECORD;
099700       MOVE WS-STAMP-LAYOUT TO OPT-OUT-RECORD;
099800       WRITE OPT-OUT-RECORD;
099900       PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > RT-CNT
100000         IF RT-ACTIVE (WS-I)
100100          THEN
100200           EVALUATE RT-MEMBER (WS-I)
100300             WHEN 'STRPCTL'
100400               MOVE RT-RULE (WS-I) TO STRP-OUT-RECORD;
100500               WRITE STRP-OUT-RECORD;
100600               ADD 1 TO MBR-RULE-CNT (1)
100700             WHEN 'MASKCTL'
100800               MOVE RT-RULE (WS-I) TO MASK-OUT-RECORD;
100900               WRITE MASK-OUT-RECORD;
101000               ADD 1 TO MBR-RULE-CNT (2)
101100             WHEN 'IDXCTL'
101200               MOVE RT-RULE (WS-I) TO IDX-OUT-RECORD;
101300               WRITE IDX-OUT-RECORD;
101400               ADD 1 TO MBR-RULE-CNT (3)
101500             WHEN 'ACSTOPT'
101600               MOVE RT-RULE (WS-I) TO OPT-OUT-RECORD;
101700               WRITE OPT-OUT-RECORD;
101800               ADD 1 TO MBR-RULE-CNT (4)
101900           END-EVALUATE
102000         END-IF
102100       END-PERFORM;
102200       CLOSE STRP-OUT, MASK-OUT, IDX-OUT, OPT-OUT;
102300       SET SET-PUBLISHED TO TRUE;
102400       MOVE 'RULE SET PUBLISHED' TO WS-RESULT-TEXT;
102500       DISPLAY PGMNAME, ' RULE SET VERSION ', WS-NEW-VERSION,
102600               ' WRITTEN TO THE LIVE MEMBERS.'
102700     END-IF.
102800     SKIP1
102900 5900-CHECK-LIVE-OPEN.
103000* The master and audit are already updated by now, so a live
103100*member that cannot be opened leaves the exits on the previous
103200*version; rerunning with no RULETRN regenerates it.
103300     IF WS-OUT-STATUS NOT = '00' AND RUN-OK
103400      THEN
103500       DISPLAY PGMNAME, ' *** LIVE MEMBER OPEN FAILED, STATUS=',
103600               WS-OUT-STATUS, ' - RERUN WITHOUT RULETRN TO ',
103700               'REGENERATE VERSION ', WS-NEW-VERSION, '.'
103800       MOVE 'LIVE MEMBER OPEN FAILED - RERUN TO REGENERATE'
103900           TO WS-RESULT-TEXT;
104000       MOVE 8 TO RETURN-CODE;
104100       SET RUN-STOPPED TO TRUE
104200     END-IF.
104300     SKIP1
104400 TITLE 'Summary'.
104500 9000-WRITE-SUMMARY.
104600     IF WS-RPT-STATUS = '00'
104700      THEN
104800       MOVE SPACES TO WS-MSG-LINE;
104900       WRITE MAINT-RPT-RECORD FROM WS-MSG-LINE;
105000       MOVE SPACES TO WS-SUM-LINE;
105100       MOVE 'TRANSACTIONS READ' TO WS-SUM-LABEL;
105200       MOVE WS-TRN-READ TO WS-SUM-VALUE;
105300       WRITE MAINT-RPT-RECORD FROM WS-SUM-LINE;
105400       MOVE 'TRANSACTIONS APPLIED' TO WS-SUM-LABEL;
105500       MOVE WS-TRN-APPLIED TO WS-SUM-VALUE;
105600       WRITE MAINT-RPT-RECORD FROM WS-SUM-LINE;
105700       MOVE 'TRANSACTIONS REJECTED' TO WS-SUM-LABEL;
105800       MOVE WS-TRN-REJECTED TO WS-SUM-VALUE;
105900       WRITE MAINT-RPT-RECORD FROM WS-SUM-LINE;
106000       MOVE 'ACSTCVAL RETURN CODE' TO WS-SUM-LABEL;
106100       MOVE WS-CVAL-RC TO WS-SUM-VALUE;
106200       WRITE MAINT-RPT-RECORD FROM WS-SUM-LINE;
106300       IF SET-PUBLISHED
106400        THEN
106500         MOVE 'RULE SET VERSION PUBLISHED' TO WS-SUM-LABEL;
106600         MOVE WS-NEW-VERSION TO WS-SUM-VALUE;
106700         WRITE MAINT-RPT-RECORD FROM WS-SUM-LINE;
106800         PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > 4
106900           MOVE SPACES TO WS-SUM-LABEL;
107000           STRING 'RULES WRITTEN TO ' DELIMITED BY SIZE
107100                  MBR-NAME (WS-I) DELIMITED BY SIZE
107200                  INTO WS-SUM-LABEL;
107300           MOVE MBR-RULE-CNT (WS-I) TO WS-SUM-VALUE;
107400           WRITE MAINT-RPT-RECORD FROM WS-SUM-LINE
107500         END-PERFORM
107600       END-IF;
107700       MOVE SPACES TO WS-MSG-LINE;
107800       STRING 'RESULT   ' DELIMITED BY SIZE
107900              WS-RESULT-TEXT DELIMITED BY SIZE
108000              INTO WS-MSG-LINE;
108100       WRITE MAINT-RPT-RECORD FROM WS-MSG-LINE;
108200       CLOSE MAINT-RPT
108300     END-IF.
108400     DISPLAY PGMNAME, ' ', WS-RESULT-TEXT.
