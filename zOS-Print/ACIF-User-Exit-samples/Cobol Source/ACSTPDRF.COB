000100 PROCESS DYNAM NUMPROC(PFD) TRUNC(OPT)           NOSEQ
000200* LAST UPDATE ON 15 Oct 2026 AT 21:00:00 BY  MAINT     VERSION 02 *
000300 ID DIVISION.
000400 PROGRAM-ID. ACSTPDRF.
000500 AUTHOR. MAINT.
000600 INSTALLATION. IBM BOULDER PROGRAMMING CENTER.
000700               Input format drift report over the ACSTPRF
000800               profiles written by the ACSTCHR ACIF input exit.
000900
001000               At EOF ACSTCHR records the shape of the stream
001100               it just processed: which carriage-control and
001200               TRCVAL bytes arrived and how often, the record
001300               length range and length bands, and the shares
001400               of records stripped, masked, and deleted.  This
001500               program reads the ACSTPRF KSDS in key order,
001600               groups the profiles by job name and step name,
001700               and compares each group's latest run with its
001800               own prior runs (up to the ten runs before the
001900               latest).  ACSTLTRD watches volume; this watches
002000               shape, which can change on a night the volume
002100               looks perfectly normal.
002200
002300               A shift is an exception when:
002400                 - a carriage-control or TRCVAL byte appears
002500                   that no prior run had;
002600                 - a byte every prior run had is gone (a feed
002700                   that stops sending channel-1 skips shows up
002800                   here before the page counts go to zero);
002900                 - the share of any byte, length band, or of
003000                   the records passed, stripped, masked, or
003100                   deleted moves more than the share threshold
003200                   from the prior runs' average;
003300                 - the shortest or longest record length moves
003400                   more than the length threshold outside the
003500                   prior runs' range.
003600
003700               The report prints the exception lines first -
003800               one line per shift - followed by a detail page
003900               with one line per job/step group.
004000
004100               DD statements:
004200                 ACSTPRF  - the input profile KSDS, input.
004300                 PDRFRPT  - SYSOUT drift report.
004400                 PDRFCTL  - optional control file; one record,
004500                            share threshold in percentage
004600                            points in columns 1-3 (e.g. 010),
004700                            length threshold percentage in
004800                            columns 5-7 (e.g. 050).  A missing
004900                            DD, or a value that is not numeric
005000                            or is zero, leaves the compiled-in
005100                            default (10 points, 50 percent) in
005200                            force and the report says so.
005300
005400               RETURN-CODE 4 when any group shows a shift; 8
005500               when the profiles cannot be read or a table
005600               overflows.
005700 DATE-WRITTEN. 15 Oct 2026.
005800 DATE-COMPILED.
005900 SECURITY. NONE.
006000*/**************************************************************/
006100*/* Licensed under the Apache License, Version 2.0 (the        */
006200*/* "License"); you may not use this file except in compliance */
006300*/* with the License. You may obtain a copy of the License at  */
006400*/*                                                            */
006500*/* http://www.apache.org/licenses/LICENSE-2.0                 */
006600*/*                                                            */
006700*/* Unless required by applicable law or agreed to in writing, */
006800*/* software distributed under the License is distributed on an*/
006900*/* "AS IS" BASIS, WITHOUT WARRANTIES OR CONDITIONS OF ANY     */
007000*/* KIND, either express or implied.  See the License for the  */
007100*/* specific language governing permissions and limitations    */
007200*/* under the License.                                         */
007300*/**************************************************************/
007400 TITLE 'ACSTPRF Input Format Drift and Exception Report'.
007500 ENVIRONMENT DIVISION.
007600 CONFIGURATION SECTION.
007700 SOURCE-COMPUTER. IBM-370.
007800 OBJECT-COMPUTER. IBM-370.
007900 INPUT-OUTPUT SECTION.
008000 FILE-CONTROL.
008100* ACSTPRF is the input profile KSDS written by ACSTCHR - keyed on
008200*job name, step name, the date and time of the run's EOF record,
008300*profile kind, and item (the leading 45 bytes, separators
008400*included).  Key order means one group's runs arrive together,
008500*each run's items together, and the runs in date/time order.
008600*The layout below must stay in step with WS-PRF-LAYOUT in
008700*ACSTCHR.
008800     SELECT INPUT-PROFILE ASSIGN TO ACSTPRF
008900         ORGANIZATION IS INDEXED
009000         ACCESS MODE IS SEQUENTIAL
009100         RECORD KEY IS PRF-KEY
009200         FILE STATUS IS WS-PRF-STATUS.
009300     SELECT DRIFT-RPT ASSIGN TO PDRFRPT
009400         ORGANIZATION IS SEQUENTIAL
009500         ACCESS MODE IS SEQUENTIAL
009600         FILE STATUS IS WS-RPT-STATUS.
009700* Optional runtime override of the thresholds, the same
009800*control-file pattern as ACSTLTRD's TRNDCTL.
009900     SELECT PDRFCTL ASSIGN TO PDRFCTL
010000         ORGANIZATION IS SEQUENTIAL
010100         ACCESS MODE IS SEQUENTIAL
010200         FILE STATUS IS WS-CTL-STATUS.
010300     EJECT
010400 DATA DIVISION.
010500 FILE SECTION.
010600 FD  INPUT-PROFILE
010700     LABEL RECORDS ARE STANDARD.
010800 01  INPUT-PROFILE-RECORD.
010900     05  PRF-KEY             PIC X(45).
011000     05  FILLER              PIC X(35).
011100 FD  DRIFT-RPT
011200     RECORDING MODE IS F
011300     LABEL RECORDS ARE STANDARD.
011400 01  DRIFT-RPT-RECORD           PIC X(132).
011500 FD  PDRFCTL
011600     RECORDING MODE IS F
011700     LABEL RECORDS ARE STANDARD.
011800 01  PDRFCTL-RECORD             PIC X(80).
011900 WORKING-STORAGE SECTION.
012000 77  PGMNAME                 PIC X(8) VALUE 'ACSTPDRF'.
012100 77  WS-PRF-STATUS           PIC XX VALUE SPACES.
012200     88  WS-PRF-AT-EOF           VALUE '10'.
012210 77  WS-PRF-READ-FLAG        PIC X VALUE 'Y'.
012220     88  PRF-READ-COMPLETE       VALUE 'Y'.
012230     88  PRF-READ-FAILED         VALUE 'N'.
012300 77  WS-RPT-STATUS           PIC XX VALUE SPACES.
012400 77  WS-CTL-STATUS           PIC XX VALUE SPACES.
012500 77  WS-CURRENT-DATE         PIC 9(8) VALUE ZERO.
012600/ LAYOUT OF AN ACSTPRF RECORD, AS WRITTEN BY ACSTCHR (SEE
012700*ACSTCHR 8600-WRITE-PROFILE - THE TWO LAYOUTS MUST STAY IN STEP).
012800 01  WS-PRF-LAYOUT.
012900     05  WS-PRF-JOB          PIC X(8).
013000     05  FILLER              PIC X.
013100     05  WS-PRF-STEP         PIC X(8).
013200     05  FILLER              PIC X.
013300     05  WS-PRF-DATE         PIC X(10).
013400     05  FILLER              PIC X.
013500     05  WS-PRF-TIME         PIC X(8).
013600     05  FILLER              PIC X.
013700     05  WS-PRF-KIND         PIC X(4).
013800     05  FILLER              PIC X.
013900     05  WS-PRF-ITEM         PIC XX.
014000     05  WS-PRF-BAND REDEFINES WS-PRF-ITEM
014100                             PIC 99.
014200     05  FILLER              PIC X.
014300     05  WS-PRF-COUNT        PIC 9(8).
014400     05  FILLER              PIC X.
014500     05  WS-PRF-SHARE        PIC 9(4).
014600     05  FILLER              PIC X(21).
014700/ DRIFT CONTROL.
014800 01  WS-PDRFCTL-LAYOUT.
014900     05  WS-PDRFCTL-PTS      PIC X(3).
015000     05  FILLER              PIC X.
015100     05  WS-PDRFCTL-PCT      PIC X(3).
015200     05  FILLER              PIC X(73).
015300 77  WS-SHIFT-PTS            PIC 9(3) VALUE 10.
015400 77  WS-LENGTH-PCT           PIC 9(3) VALUE 50.
015500 77  WS-THRESH-SOURCE        PIC X(16) VALUE 'DEFAULT'.
015600/ CURRENT GROUP ACCUMULATION.  THE RING HOLDS THE LATEST RUN
015700*PLUS UP TO TEN PRIOR RUNS; AN OLDER RUN FALLS OFF THE FRONT
015800*WHEN AN ELEVENTH ARRIVES.  RUN ITEMS ARE IN WS-RUN-ITEM-NAMES
015900*ORDER; BYTE COUNTS ARE INDEXED BY THE BYTE'S VALUE PLUS ONE,
016000*AS IN ACSTCHR.
016100 77  WS-GRP-MAX-RUNS         PIC 9(4) BINARY VALUE 11.
016200 01  WS-CUR-GROUP.
016300     05  WS-CUR-JOB          PIC X(8) VALUE SPACES.
016400     05  WS-CUR-STEP         PIC X(8) VALUE SPACES.
016500     05  WS-CUR-RUNS         PIC 9(4) BINARY VALUE ZERO.
016600     05  WS-CUR-TOTRUNS      PIC 9(4) BINARY VALUE ZERO.
016700 01  WS-RING.
016800     05  RNG-ENTRY           OCCURS 11 TIMES.
016900         10  RNG-DATE        PIC X(10).
017000         10  RNG-TIME        PIC X(8).
017100         10  RNG-RUN-CNT     PIC 9(8) BINARY OCCURS 7 TIMES.
017200         10  RNG-CC-CNT      PIC 9(8) BINARY OCCURS 256 TIMES.
017300         10  RNG-TRC-CNT     PIC 9(8) BINARY OCCURS 256 TIMES.
017400         10  RNG-LEN-CNT     PIC 9(8) BINARY OCCURS 8 TIMES.
017500 77  WS-GROUP-ACTIVE         PIC X VALUE 'N'.
017600     88  GROUP-IS-ACTIVE         VALUE 'Y'.
017700     88  GROUP-NOT-ACTIVE        VALUE 'N'.
017800 77  WS-BADREC-CNT           PIC 9(8) BINARY VALUE ZERO.
017900* The RUN items in the order ACSTCHR writes them, and the label
018000*each shares on the report.  LO and HI (6 and 7) are lengths,
018100*not counts, and are graded by 3600-GRADE-LENGTH instead.
018200 01  WS-RUN-ITEM-VALUES.
018300     05  FILLER              PIC X(14) VALUE 'INPSSTMKDLLOHI'.
018400 01  WS-RUN-ITEM-NAMES REDEFINES WS-RUN-ITEM-VALUES.
018500     05  WS-RUN-ITEM         PIC XX OCCURS 7 TIMES.
018600 01  WS-RUN-LABEL-VALUES.
018700     05  FILLER              PIC X(16) VALUE 'RECORDS IN'.
018800     05  FILLER              PIC X(16) VALUE 'RECORDS PASSED'.
018900     05  FILLER              PIC X(16) VALUE 'RECORDS STRIPPED'.
019000     05  FILLER              PIC X(16) VALUE 'RECORDS MASKED'.
019100     05  FILLER              PIC X(16) VALUE 'RECORDS DELETED'.
019200 01  WS-RUN-LABELS REDEFINES WS-RUN-LABEL-VALUES.
019300     05  WS-RUN-LABEL        PIC X(16) OCCURS 5 TIMES.
019400* The upper limit of each ACSTCHR length band, for the labels.
019500 01  WS-BAND-LIMIT-VALUES.
019600     05  FILLER              PIC X(20)
019700                             VALUE '00080001330020000256'.
019800     05  FILLER              PIC X(20)
019900                             VALUE '00512010240409632753'.
020000 01  WS-BAND-LIMITS REDEFINES WS-BAND-LIMIT-VALUES.
020100     05  WS-BAND-LIMIT       PIC 9(5) OCCURS 8 TIMES.
020200 77  WS-HEX-DIGITS           PIC X(16) VALUE '0123456789ABCDEF'.
020300 77  WS-HEX-HI               PIC 9(4) BINARY VALUE ZERO.
020400 77  WS-HEX-LO               PIC 9(4) BINARY VALUE ZERO.
020500 77  WS-ITEM-SUB             PIC 9(4) BINARY VALUE ZERO.
020600 77  WS-ITEM-FLAG            PIC X VALUE 'N'.
020700     88  ITEM-IS-VALID           VALUE 'Y'.
020800     88  ITEM-NOT-VALID          VALUE 'N'.
020900/ GROUP RESULT TABLE, FILLED AT EACH GROUP BREAK AND PRINTED
021000*AT END OF FILE.  THE EXCEPTION LINES ARE KEPT FORMATTED.
021100 77  WS-GRP-TABLE-MAX        PIC 9(4) BINARY VALUE 500.
021200 77  WS-GRP-COUNT            PIC 9(4) BINARY VALUE ZERO.
021300 77  WS-GRP-SKIPPED          PIC 9(4) BINARY VALUE ZERO.
021400 77  WS-EXCEPT-COUNT         PIC 9(4) BINARY VALUE ZERO.
021500 01  WS-GROUP-TABLE.
021600     05  WS-GRP-ENTRY        OCCURS 500 TIMES.
021700         10  GRP-JOB         PIC X(8).
021800         10  GRP-STEP        PIC X(8).
021900         10  GRP-RUNS        PIC 9(4) BINARY.
022000         10  GRP-PRIORS      PIC 9(4) BINARY.
022100         10  GRP-LATEST-DATE PIC X(10).
022200         10  GRP-LATEST-TIME PIC X(8).
022300         10  GRP-LATEST-IN   PIC 9(8) BINARY.
022400         10  GRP-SHIFTS      PIC 9(4) BINARY.
022500         10  GRP-FLAG        PIC X.
022600             88  GRP-EXCEPTION   VALUE 'E'.
022700             88  GRP-NO-BASELINE VALUE 'N'.
022800             88  GRP-NORMAL      VALUE ' '.
022900 77  WS-EXC-TABLE-MAX        PIC 9(4) BINARY VALUE 1000.
023000 77  WS-EXC-COUNT            PIC 9(4) BINARY VALUE ZERO.
023100 77  WS-EXC-SKIPPED          PIC 9(8) BINARY VALUE ZERO.
023200 01  WS-EXC-TABLE.
023300     05  EXC-LINE            PIC X(132) OCCURS 1000 TIMES.
023400/ WORK FIELDS FOR THE GROUP-BREAK GRADING.  3400-GRADE-MEASURE
023500*WORKS ON ONE MEASURE AT A TIME, COPIED OUT OF THE RING BY ITS
023600*CALLER: THE LATEST RUN'S COUNT AND EACH PRIOR RUN'S COUNT.
023700 77  WS-SUB                  PIC 9(4) BINARY VALUE ZERO.
023800 77  WS-VAL-SUB              PIC 9(4) BINARY VALUE ZERO.
023900 77  WS-LATEST               PIC 9(4) BINARY VALUE ZERO.
024000 77  WS-BASE-RUNS            PIC 9(4) BINARY VALUE ZERO.
024100 77  WS-GRP-SHIFTS           PIC 9(4) BINARY VALUE ZERO.
024200 77  WS-MEA-LABEL            PIC X(24) VALUE SPACES.
024300 77  WS-MEA-MODE             PIC X VALUE 'S'.
024400     88  MEA-IS-BYTE-VALUE       VALUE 'V'.
024500     88  MEA-IS-SHARE            VALUE 'S'.
024600 77  WS-MEA-LAT-CNT          PIC 9(8) BINARY VALUE ZERO.
024700 01  WS-MEA-PRIORS.
024800     05  WS-MEA-PRI-CNT      PIC 9(8) BINARY OCCURS 10 TIMES.
024900 77  WS-MEA-SEEN             PIC 9(4) BINARY VALUE ZERO.
025000 77  WS-LAT-SHARE            PIC 9(4) BINARY VALUE ZERO.
025100 77  WS-PRI-SHARE            PIC 9(4) BINARY VALUE ZERO.
025200 77  WS-SHARE-SUM            PIC 9(8) BINARY VALUE ZERO.
025300 77  WS-AVG-SHARE            PIC 9(4) BINARY VALUE ZERO.
025400 77  WS-SHARE-DIFF           PIC S9(5) BINARY VALUE ZERO.
025500 77  WS-SHARE-LIMIT          PIC 9(5) BINARY VALUE ZERO.
025600 77  WS-PRI-LOW              PIC 9(8) BINARY VALUE ZERO.
025700 77  WS-PRI-HIGH             PIC 9(8) BINARY VALUE ZERO.
025800 77  WS-LEN-FLOOR            PIC 9(8) BINARY VALUE ZERO.
025900 77  WS-LEN-CEILING          PIC 9(8) BINARY VALUE ZERO.
026000 77  WS-LEN-SUB              PIC 9(4) BINARY VALUE ZERO.
026100* Shares are carried in tenths of a percent; the REDEFINES puts
026200*the implied decimal point back for printing.
026300 01  WS-SHR-AREA.
026400     05  WS-SHR-TENTHS       PIC 9(4).
026500     05  WS-SHR-PCT REDEFINES WS-SHR-TENTHS
026600                             PIC 9(3)V9.
026700 77  WS-SHR-EDIT             PIC ZZ9.9.
026800 77  WS-LEN-EDIT             PIC Z(7)9.
026900 77  WS-BAND-EDIT            PIC Z(4)9.
027000/ REPORT LINE LAYOUTS.
027100 01  WS-HDR-LINE.
027200     05  WS-HDR-TITLE        PIC X(40) VALUE SPACES.
027300     05  FILLER              PIC X(10) VALUE 'RUN DATE: '.
027400     05  WS-HDR-DATE         PIC 9(4)/99/99.
027500     05  FILLER              PIC X(10) VALUE '   SHARE: '.
027600     05  WS-HDR-PTS          PIC ZZ9.
027700     05  FILLER              PIC X(12) VALUE ' PTS LENGTH '.
027800     05  WS-HDR-PCT          PIC ZZ9.
027900     05  FILLER              PIC X(5) VALUE ' PCT '.
028000     05  WS-HDR-SOURCE       PIC X(16) VALUE SPACES.
028100     05  FILLER              PIC X(23) VALUE SPACES.
028200 01  WS-EXC-COL-LINE.
028300     05  FILLER              PIC X(9) VALUE 'JOB'.
028400     05  FILLER              PIC X(9) VALUE 'STEP'.
028500     05  FILLER              PIC X(11) VALUE 'RUN DATE'.
028600     05  FILLER              PIC X(9) VALUE 'TIME'.
028700     05  FILLER              PIC X(25) VALUE 'MEASURE'.
028800     05  FILLER              PIC X(11) VALUE '    LATEST'.
028900     05  FILLER              PIC X(11) VALUE '     PRIOR'.
029000     05  FILLER              PIC X(47) VALUE 'SHIFT'.
029100 01  WS-EXC-LINE.
029200     05  WS-EL-JOB           PIC X(8).
029300     05  FILLER              PIC X VALUE SPACE.
029400     05  WS-EL-STEP          PIC X(8).
029500     05  FILLER              PIC X VALUE SPACE.
029600     05  WS-EL-DATE          PIC X(10).
029700     05  FILLER              PIC X VALUE SPACE.
029800     05  WS-EL-TIME          PIC X(8).
029900     05  FILLER              PIC X VALUE SPACE.
030000     05  WS-EL-MEASURE       PIC X(24).
030100     05  FILLER              PIC X VALUE SPACE.
030200     05  WS-EL-LATEST        PIC X(10) JUSTIFIED RIGHT.
030300     05  FILLER              PIC X VALUE SPACE.
030400     05  WS-EL-PRIOR         PIC X(10) JUSTIFIED RIGHT.
030500     05  FILLER              PIC X VALUE SPACE.
030600     05  WS-EL-SHIFT         PIC X(20).
030700     05  FILLER              PIC X(27) VALUE SPACES.
030800 01  WS-COL-LINE.
030900     05  FILLER              PIC X(9) VALUE 'JOB'.
031000     05  FILLER              PIC X(9) VALUE 'STEP'.
031100     05  FILLER              PIC X(5) VALUE 'RUNS'.
031200     05  FILLER              PIC X(7) VALUE 'PRIORS'.
031300     05  FILLER              PIC X(11) VALUE 'LATEST RUN'.
031400     05  FILLER              PIC X(9) VALUE 'TIME'.
031500     05  FILLER              PIC X(10) VALUE 'RECORDS IN'.
031600     05  FILLER              PIC X(7) VALUE 'SHIFTS'.
031700     05  FILLER              PIC X(65) VALUE ' FLAG'.
031800 01  WS-DRFT-LINE.
031900     05  WS-DRFT-JOB         PIC X(8).
032000     05  FILLER              PIC X VALUE SPACE.
032100     05  WS-DRFT-STEP        PIC X(8).
032200     05  FILLER              PIC X VALUE SPACE.
032300     05  WS-DRFT-RUNS        PIC ZZZ9.
032400     05  FILLER              PIC X VALUE SPACE.
032500     05  WS-DRFT-PRIORS      PIC Z(5)9.
032600     05  FILLER              PIC X VALUE SPACE.
032700     05  WS-DRFT-DATE        PIC X(10).
032800     05  FILLER              PIC X VALUE SPACE.
032900     05  WS-DRFT-TIME        PIC X(8).
033000     05  FILLER              PIC X VALUE SPACE.
033100     05  WS-DRFT-IN          PIC Z(8)9.
033200     05  FILLER              PIC X VALUE SPACE.
033300     05  WS-DRFT-SHIFTS      PIC Z(5)9.
033400     05  FILLER              PIC X VALUE SPACE.
033500     05  WS-DRFT-FLAG        PIC X(12).
033600     05  FILLER              PIC X(53) VALUE SPACES.
033700 01  WS-MSG-LINE             PIC X(132) VALUE SPACES.
033800     SKIP1
033900 TITLE 'Initialization and Main Line'.
034000 PROCEDURE DIVISION.
034100 0000-MAIN-LINE.
034200     PERFORM 1000-INITIALIZE.
034300     IF WS-PRF-STATUS = '00'
034400      THEN
034500       PERFORM 2000-PROCESS-PROFILE-RECORD
034600           UNTIL WS-PRF-AT-EOF;
034700       IF GROUP-IS-ACTIVE
034800        THEN
034900         PERFORM 3000-FINALIZE-GROUP
035000       END-IF;
035100       CLOSE INPUT-PROFILE;
035200     END-IF.
035300     PERFORM 4000-PRINT-REPORT.
035400     GOBACK.
035500     SKIP1
035600 1000-INITIALIZE.
035700     PERFORM 1100-LOAD-DRIFT-CONTROL.
035800     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
035900     COMPUTE WS-SHARE-LIMIT = WS-SHIFT-PTS * 10.
036000     OPEN INPUT INPUT-PROFILE.
036100     IF WS-PRF-STATUS NOT = '00'
036200      THEN
036300       DISPLAY PGMNAME, ' *** ACSTPRF OPEN FAILED, STATUS=',
036400               WS-PRF-STATUS, ' - NO PROFILE HISTORY TO ',
036500               'REPORT.'
036600       MOVE 8 TO RETURN-CODE;
036650       SET PRF-READ-FAILED TO TRUE
036700     END-IF.
036800     SKIP1
036900 1100-LOAD-DRIFT-CONTROL.
037000* Optional PDRFCTL override of the defaults, each value on its
037100*own.  Anything unusable (missing DD, non-numeric, zero) falls
037200*back to the default rather than silently flagging everything
037300*or nothing.
037400     OPEN INPUT PDRFCTL.
037500     IF WS-CTL-STATUS = '35' OR WS-CTL-STATUS = '05'
037600      THEN
037700       DISPLAY PGMNAME, ' NO PDRFCTL FOUND - USING DEFAULT ',
037800               'THRESHOLDS OF ', WS-SHIFT-PTS, ' POINTS AND ',
037900               WS-LENGTH-PCT, ' PCT.'
038000      ELSE
038100       READ PDRFCTL INTO WS-PDRFCTL-LAYOUT
038200         AT END
038300           DISPLAY PGMNAME, ' EMPTY PDRFCTL - USING DEFAULT ',
038400                   'THRESHOLDS OF ', WS-SHIFT-PTS,
038500                   ' POINTS AND ', WS-LENGTH-PCT, ' PCT.'
038600         NOT AT END
038700           IF WS-PDRFCTL-PTS IS NUMERIC AND
038800              WS-PDRFCTL-PTS NOT = '000'
038900            THEN
039000             MOVE WS-PDRFCTL-PTS TO WS-SHIFT-PTS;
039100             MOVE 'PDRFCTL' TO WS-THRESH-SOURCE
039200            ELSE
039300             DISPLAY PGMNAME, ' INVALID PDRFCTL SHARE VALUE ',
039400                     WS-PDRFCTL-PTS, ' - USING DEFAULT OF ',
039500                     WS-SHIFT-PTS, ' POINTS.'
039600           END-IF;
039700           IF WS-PDRFCTL-PCT IS NUMERIC AND
039800              WS-PDRFCTL-PCT NOT = '000'
039900            THEN
040000             MOVE WS-PDRFCTL-PCT TO WS-LENGTH-PCT;
040100             MOVE 'PDRFCTL' TO WS-THRESH-SOURCE
040200            ELSE
040300             DISPLAY PGMNAME, ' INVALID PDRFCTL LENGTH VALUE ',
040400                     WS-PDRFCTL-PCT, ' - USING DEFAULT OF ',
040500                     WS-LENGTH-PCT, ' PCT.'
040600           END-IF
040700       END-READ;
040800       CLOSE PDRFCTL
040900     END-IF.
041000     SKIP1
041100 TITLE 'Profile Accumulation'.
041200 2000-PROCESS-PROFILE-RECORD.
041300* Take the next profile record in key order.  A change of job or
041400*step ends the group in hand - key order guarantees that group
041500*can never reappear later in the file - and a change of date or
041600*time within the group starts the next run.
041700     READ INPUT-PROFILE NEXT RECORD INTO WS-PRF-LAYOUT
041800       AT END
041900         SET WS-PRF-AT-EOF TO TRUE
042000       NOT AT END
042100         IF GROUP-IS-ACTIVE AND
042200            (WS-PRF-JOB NOT = WS-CUR-JOB OR
042300             WS-PRF-STEP NOT = WS-CUR-STEP)
042400          THEN
042500           PERFORM 3000-FINALIZE-GROUP
042600         END-IF;
042700         IF GROUP-NOT-ACTIVE
042800          THEN
042900           SET GROUP-IS-ACTIVE TO TRUE;
043000           MOVE WS-PRF-JOB TO WS-CUR-JOB;
043100           MOVE WS-PRF-STEP TO WS-CUR-STEP;
043200           MOVE ZERO TO WS-CUR-RUNS, WS-CUR-TOTRUNS;
043300           PERFORM 2100-START-RUN
043400          ELSE
043500           IF WS-PRF-DATE NOT = RNG-DATE (WS-CUR-RUNS) OR
043600              WS-PRF-TIME NOT = RNG-TIME (WS-CUR-RUNS)
043700            THEN
043800             PERFORM 2100-START-RUN
043900           END-IF
044000         END-IF;
044100         PERFORM 2200-POST-ITEM
044200     END-READ.
044300* A read that fails outright ends the pass and the step ends in
044400*error; what was read is a partial history, so 4000 prints no
044410*exceptions and no all-clear from it.  The status is not
044420*enough to tell 4000 this - forcing EOF overwrites it.
044500     IF WS-PRF-STATUS NOT = '00' AND NOT WS-PRF-AT-EOF
044600      THEN
044700       DISPLAY PGMNAME, ' *** ACSTPRF READ FAILED, STATUS=',
044800               WS-PRF-STATUS, ' - REPORT IS INCOMPLETE.'
044900       MOVE 8 TO RETURN-CODE;
044950       SET PRF-READ-FAILED TO TRUE;
045000       SET WS-PRF-AT-EOF TO TRUE
045100     END-IF.
045200     SKIP1
045300 2100-START-RUN.
045400* Open a fresh ring slot for the run this record begins.  The
045500*ring keeps the latest run and up to ten priors; the oldest
045600*falls off the front when an eleventh arrives.
045700     IF WS-CUR-RUNS = WS-GRP-MAX-RUNS
045800      THEN
045900       PERFORM VARYING WS-SUB FROM 1 BY 1
046000               UNTIL WS-SUB = WS-GRP-MAX-RUNS
046100         MOVE RNG-ENTRY (WS-SUB + 1) TO RNG-ENTRY (WS-SUB)
046200       END-PERFORM
046300      ELSE
046400       ADD 1 TO WS-CUR-RUNS
046500     END-IF.
046600     INITIALIZE RNG-ENTRY (WS-CUR-RUNS).
046700     MOVE WS-PRF-DATE TO RNG-DATE (WS-CUR-RUNS).
046800     MOVE WS-PRF-TIME TO RNG-TIME (WS-CUR-RUNS).
046900     ADD 1 TO WS-CUR-TOTRUNS.
047000     SKIP1
047100 2200-POST-ITEM.
047200* File one profile item into the run in hand.  An item this
047300*program does not recognize - a damaged record, or a kind a
047400*later ACSTCHR writes - is counted and left out rather than
047500*guessed at.
047600     SET ITEM-NOT-VALID TO TRUE.
047700     IF WS-PRF-COUNT IS NUMERIC
047800      THEN
047900       EVALUATE WS-PRF-KIND
048000         WHEN 'RUN '
048100           PERFORM VARYING WS-ITEM-SUB FROM 1 BY 1
048200                   UNTIL WS-ITEM-SUB > 7 OR ITEM-IS-VALID
048300             IF WS-RUN-ITEM (WS-ITEM-SUB) = WS-PRF-ITEM
048400              THEN
048500               SET ITEM-IS-VALID TO TRUE;
048600               MOVE WS-PRF-COUNT
048700                 TO RNG-RUN-CNT (WS-CUR-RUNS, WS-ITEM-SUB)
048800             END-IF
048900           END-PERFORM
049000         WHEN 'CC  '
049100           PERFORM 2250-DECODE-HEX-ITEM;
049200           IF ITEM-IS-VALID
049300            THEN
049400             MOVE WS-PRF-COUNT
049500               TO RNG-CC-CNT (WS-CUR-RUNS, WS-ITEM-SUB)
049600           END-IF
049700         WHEN 'TRC '
049800           PERFORM 2250-DECODE-HEX-ITEM;
049900           IF ITEM-IS-VALID
050000            THEN
050100             MOVE WS-PRF-COUNT
050200               TO RNG-TRC-CNT (WS-CUR-RUNS, WS-ITEM-SUB)
050300           END-IF
050400         WHEN 'RLEN'
050500           IF WS-PRF-BAND IS NUMERIC AND
050600              WS-PRF-BAND > ZERO AND WS-PRF-BAND < 9
050700            THEN
050800             SET ITEM-IS-VALID TO TRUE;
050900             MOVE WS-PRF-COUNT
051000               TO RNG-LEN-CNT (WS-CUR-RUNS, WS-PRF-BAND)
051100           END-IF
051200         WHEN OTHER
051300           CONTINUE
051400       END-EVALUATE
051500     END-IF.
051600     IF ITEM-NOT-VALID
051700      THEN
051800       ADD 1 TO WS-BADREC-CNT
051900     END-IF.
052000     SKIP1
052100 2250-DECODE-HEX-ITEM.
052200* Turn the two hex digits of a CC or TRC item back into the
052300*table subscript ACSTCHR counted it under (the value plus one).
052400     MOVE ZERO TO WS-HEX-HI, WS-HEX-LO.
052500     PERFORM VARYING WS-SUB FROM 1 BY 1
052600             UNTIL WS-SUB > 16
052700       IF WS-HEX-DIGITS (WS-SUB : 1) = WS-PRF-ITEM (1 : 1)
052800        THEN
052900         MOVE WS-SUB TO WS-HEX-HI
053000       END-IF;
053100       IF WS-HEX-DIGITS (WS-SUB : 1) = WS-PRF-ITEM (2 : 1)
053200        THEN
053300         MOVE WS-SUB TO WS-HEX-LO
053400       END-IF
053500     END-PERFORM.
053600     IF WS-HEX-HI > ZERO AND WS-HEX-LO > ZERO
053700      THEN
053800       SET ITEM-IS-VALID TO TRUE;
053900       COMPUTE WS-ITEM-SUB = (WS-HEX-HI - 1) * 16 + WS-HEX-LO
054000      ELSE
054100       SET ITEM-NOT-VALID TO TRUE
054200     END-IF.
054300     SKIP1
054400 TITLE 'Drift Grading'.
054500 3000-FINALIZE-GROUP.
054600* Close out the group in hand: grade the latest run against the
054700*runs before it.  One lone run has no baseline - it is reported
054800*but cannot be an exception.
054900     IF WS-GRP-COUNT = WS-GRP-TABLE-MAX
055000      THEN
055100       ADD 1 TO WS-GRP-SKIPPED
055200      ELSE
055300       ADD 1 TO WS-GRP-COUNT;
055400       MOVE WS-CUR-RUNS TO WS-LATEST;
055500       COMPUTE WS-BASE-RUNS = WS-CUR-RUNS - 1;
055600       MOVE ZERO TO WS-GRP-SHIFTS;
055700       MOVE WS-CUR-JOB TO GRP-JOB (WS-GRP-COUNT);
055800       MOVE WS-CUR-STEP TO GRP-STEP (WS-GRP-COUNT);
055900       MOVE WS-CUR-TOTRUNS TO GRP-RUNS (WS-GRP-COUNT);
056000       MOVE WS-BASE-RUNS TO GRP-PRIORS (WS-GRP-COUNT);
056100       MOVE RNG-DATE (WS-LATEST)
056200         TO GRP-LATEST-DATE (WS-GRP-COUNT);
056300       MOVE RNG-TIME (WS-LATEST)
056400         TO GRP-LATEST-TIME (WS-GRP-COUNT);
056500       MOVE RNG-RUN-CNT (WS-LATEST, 1)
056600         TO GRP-LATEST-IN (WS-GRP-COUNT);
056700       IF WS-BASE-RUNS = ZERO
056800        THEN
056900         SET GRP-NO-BASELINE (WS-GRP-COUNT) TO TRUE
057000        ELSE
057100         PERFORM 3100-GRADE-RUN-SHARES;
057200         PERFORM 3200-GRADE-BYTE-VALUES;
057300         PERFORM 3300-GRADE-LENGTH-BANDS;
057400         PERFORM 3600-GRADE-LENGTH;
057500         IF WS-GRP-SHIFTS > ZERO
057600          THEN
057700           SET GRP-EXCEPTION (WS-GRP-COUNT) TO TRUE;
057800           ADD 1 TO WS-EXCEPT-COUNT
057900          ELSE
058000           SET GRP-NORMAL (WS-GRP-COUNT) TO TRUE
058100         END-IF
058200       END-IF;
058300       MOVE WS-GRP-SHIFTS TO GRP-SHIFTS (WS-GRP-COUNT)
058400     END-IF.
058500     SET GROUP-NOT-ACTIVE TO TRUE.
058600     SKIP1
058700 3100-GRADE-RUN-SHARES.
058800* Passed, stripped, masked, and deleted, each as a share of the
058900*records in.
059000     SET MEA-IS-SHARE TO TRUE.
059100     PERFORM VARYING WS-VAL-SUB FROM 2 BY 1
059200             UNTIL WS-VAL-SUB > 5
059300       MOVE WS-RUN-LABEL (WS-VAL-SUB) TO WS-MEA-LABEL;
059400       MOVE RNG-RUN-CNT (WS-LATEST, WS-VAL-SUB)
059500         TO WS-MEA-LAT-CNT;
059600       PERFORM VARYING WS-SUB FROM 1 BY 1
059700               UNTIL WS-SUB > WS-BASE-RUNS
059800         MOVE RNG-RUN-CNT (WS-SUB, WS-VAL-SUB)
059900           TO WS-MEA-PRI-CNT (WS-SUB)
060000       END-PERFORM;
060100       PERFORM 3400-GRADE-MEASURE
060200     END-PERFORM.
060300     SKIP1
060400 3200-GRADE-BYTE-VALUES.
060500* Every carriage-control and TRCVAL byte seen in the latest run
060600*or in any prior run.  A byte none of the runs had is skipped.
060700     SET MEA-IS-BYTE-VALUE TO TRUE.
060800     PERFORM VARYING WS-VAL-SUB FROM 1 BY 1
060900             UNTIL WS-VAL-SUB > 256
061000       MOVE SPACES TO WS-MEA-LABEL;
061100       PERFORM 3250-SET-HEX-LABEL;
061200       MOVE 'CC BYTE X''' TO WS-MEA-LABEL (1 : 10);
061300       MOVE RNG-CC-CNT (WS-LATEST, WS-VAL-SUB) TO WS-MEA-LAT-CNT;
061400       PERFORM VARYING WS-SUB FROM 1 BY 1
061500               UNTIL WS-SUB > WS-BASE-RUNS
061600         MOVE RNG-CC-CNT (WS-SUB, WS-VAL-SUB)
061700           TO WS-MEA-PRI-CNT (WS-SUB)
061800       END-PERFORM;
061900       PERFORM 3400-GRADE-MEASURE;
062000       MOVE SPACES TO WS-MEA-LABEL;
062100       PERFORM 3250-SET-HEX-LABEL;
062200       MOVE 'TRCVAL  X''' TO WS-MEA-LABEL (1 : 10);
062300       MOVE RNG-TRC-CNT (WS-LATEST, WS-VAL-SUB)
062400         TO WS-MEA-LAT-CNT;
062500       PERFORM VARYING WS-SUB FROM 1 BY 1
062600               UNTIL WS-SUB > WS-BASE-RUNS
062700         MOVE RNG-TRC-CNT (WS-SUB, WS-VAL-SUB)
062800           TO WS-MEA-PRI-CNT (WS-SUB)
062900       END-PERFORM;
063000       PERFORM 3400-GRADE-MEASURE
063100     END-PERFORM.
063200     SKIP1
063300 3250-SET-HEX-LABEL.
063400* The byte whose subscript is WS-VAL-SUB, as hex digits and the
063500*closing quote in columns 11-13 of the label; the caller fills
063600*in the front.
063700     COMPUTE WS-HEX-HI = (WS-VAL-SUB - 1) / 16.
063800     COMPUTE WS-HEX-LO = WS-VAL-SUB - 1 - (WS-HEX-HI * 16).
063900     MOVE WS-HEX-DIGITS (WS-HEX-HI + 1 : 1)
064000       TO WS-MEA-LABEL (11 : 1).
064100     MOVE WS-HEX-DIGITS (WS-HEX-LO + 1 : 1)
064200       TO WS-MEA-LABEL (12 : 1).
064300     MOVE '''' TO WS-MEA-LABEL (13 : 1).
064400     SKIP1
064500 3300-GRADE-LENGTH-BANDS.
064600* Each length band as a share of the records in.
064700     SET MEA-IS-SHARE TO TRUE.
064800     PERFORM VARYING WS-VAL-SUB FROM 1 BY 1
064900             UNTIL WS-VAL-SUB > 8
065000       MOVE WS-BAND-LIMIT (WS-VAL-SUB) TO WS-BAND-EDIT;
065100       MOVE SPACES TO WS-MEA-LABEL;
065200       STRING 'LENGTHS UP TO ' DELIMITED BY SIZE
065300              WS-BAND-EDIT DELIMITED BY SIZE
065400              INTO WS-MEA-LABEL;
065500       MOVE RNG-LEN-CNT (WS-LATEST, WS-VAL-SUB)
065600         TO WS-MEA-LAT-CNT;
065700       PERFORM VARYING WS-SUB FROM 1 BY 1
065800               UNTIL WS-SUB > WS-BASE-RUNS
065900         MOVE RNG-LEN-CNT (WS-SUB, WS-VAL-SUB)
066000           TO WS-MEA-PRI-CNT (WS-SUB)
066100       END-PERFORM;
066200       PERFORM 3400-GRADE-MEASURE
066300     END-PERFORM.
066400     SKIP1
066500 3400-GRADE-MEASURE.
066600* Grade one measure.  Each run's share is taken against that
066700*run's own records in, so runs of different sizes compare
066800*fairly.  For a byte value, appearing where no prior run had it
066900*and vanishing where every prior run had it are shifts in their
067000*own right, however small the share - a stream that stops
067100*sending its channel-1 skip is a small share but a broken feed.
067200*Otherwise the latest share is graded against the prior runs'
067300*average share.
067400     MOVE ZERO TO WS-MEA-SEEN, WS-SHARE-SUM.
067500     PERFORM VARYING WS-SUB FROM 1 BY 1
067600             UNTIL WS-SUB > WS-BASE-RUNS
067700       IF WS-MEA-PRI-CNT (WS-SUB) > ZERO
067800        THEN
067900         ADD 1 TO WS-MEA-SEEN
068000       END-IF;
068100       IF RNG-RUN-CNT (WS-SUB, 1) = ZERO
068200        THEN
068300         MOVE ZERO TO WS-PRI-SHARE
068400        ELSE
068500         COMPUTE WS-PRI-SHARE ROUNDED =
068600                 WS-MEA-PRI-CNT (WS-SUB) * 1000 /
068700                 RNG-RUN-CNT (WS-SUB, 1)
068800           ON SIZE ERROR
068900             MOVE 1000 TO WS-PRI-SHARE
069000         END-COMPUTE
069100       END-IF;
069200       ADD WS-PRI-SHARE TO WS-SHARE-SUM
069300     END-PERFORM.
069400     COMPUTE WS-AVG-SHARE ROUNDED = WS-SHARE-SUM / WS-BASE-RUNS.
069500     IF RNG-RUN-CNT (WS-LATEST, 1) = ZERO
069600      THEN
069700       MOVE ZERO TO WS-LAT-SHARE
069800      ELSE
069900       COMPUTE WS-LAT-SHARE ROUNDED =
070000               WS-MEA-LAT-CNT * 1000 / RNG-RUN-CNT (WS-LATEST, 1)
070100         ON SIZE ERROR
070200           MOVE 1000 TO WS-LAT-SHARE
070300       END-COMPUTE
070400     END-IF.
070500     COMPUTE WS-SHARE-DIFF = WS-LAT-SHARE - WS-AVG-SHARE.
070600     IF WS-SHARE-DIFF < ZERO
070700      THEN
070800       COMPUTE WS-SHARE-DIFF = ZERO - WS-SHARE-DIFF
070900     END-IF.
071000     MOVE SPACES TO WS-EXC-LINE.
071100     EVALUATE TRUE
071200       WHEN MEA-IS-BYTE-VALUE AND WS-MEA-LAT-CNT = ZERO AND
071300            WS-MEA-SEEN = ZERO
071400         CONTINUE
071500       WHEN MEA-IS-BYTE-VALUE AND WS-MEA-LAT-CNT > ZERO AND
071600            WS-MEA-SEEN = ZERO
071700         MOVE WS-LAT-SHARE TO WS-SHR-TENTHS
071800         MOVE WS-SHR-PCT TO WS-SHR-EDIT
071900         MOVE WS-SHR-EDIT TO WS-EL-LATEST
072000         MOVE 'NONE' TO WS-EL-PRIOR
072100         MOVE 'NEW VALUE' TO WS-EL-SHIFT
072200         PERFORM 3800-ADD-EXCEPTION
072300       WHEN MEA-IS-BYTE-VALUE AND WS-MEA-LAT-CNT = ZERO AND
072400            WS-MEA-SEEN = WS-BASE-RUNS
072500         MOVE 'NONE' TO WS-EL-LATEST
072600         MOVE WS-AVG-SHARE TO WS-SHR-TENTHS
072700         MOVE WS-SHR-PCT TO WS-SHR-EDIT
072800         MOVE WS-SHR-EDIT TO WS-EL-PRIOR
072900         MOVE 'VALUE GONE' TO WS-EL-SHIFT
073000         PERFORM 3800-ADD-EXCEPTION
073100       WHEN WS-SHARE-DIFF > WS-SHARE-LIMIT
073200         MOVE WS-LAT-SHARE TO WS-SHR-TENTHS
073300         MOVE WS-SHR-PCT TO WS-SHR-EDIT
073400         MOVE WS-SHR-EDIT TO WS-EL-LATEST
073500         MOVE WS-AVG-SHARE TO WS-SHR-TENTHS
073600         MOVE WS-SHR-PCT TO WS-SHR-EDIT
073700         MOVE WS-SHR-EDIT TO WS-EL-PRIOR
073800         IF WS-LAT-SHARE > WS-AVG-SHARE
073900          THEN
074000           MOVE 'SHARE UP (PCT)' TO WS-EL-SHIFT
074100          ELSE
074200           MOVE 'SHARE DOWN (PCT)' TO WS-EL-SHIFT
074300         END-IF
074400         PERFORM 3800-ADD-EXCEPTION
074500       WHEN OTHER
074600         CONTINUE
074700     END-EVALUATE.
074800     SKIP1
074900 3600-GRADE-LENGTH.
075000* The shortest (LO, run item 6) and longest (HI, run item 7)
075100*record lengths, each against the range the prior runs showed
075200*for it, widened by the length threshold either way.
075300     PERFORM VARYING WS-LEN-SUB FROM 6 BY 1
075400             UNTIL WS-LEN-SUB > 7
075500       MOVE RNG-RUN-CNT (1, WS-LEN-SUB) TO WS-PRI-LOW,
075600                                           WS-PRI-HIGH;
075700       PERFORM VARYING WS-SUB FROM 2 BY 1
075800               UNTIL WS-SUB > WS-BASE-RUNS
075900         IF RNG-RUN-CNT (WS-SUB, WS-LEN-SUB) < WS-PRI-LOW
076000          THEN
076100           MOVE RNG-RUN-CNT (WS-SUB, WS-LEN-SUB) TO WS-PRI-LOW
076200         END-IF;
076300         IF RNG-RUN-CNT (WS-SUB, WS-LEN-SUB) > WS-PRI-HIGH
076400          THEN
076500           MOVE RNG-RUN-CNT (WS-SUB, WS-LEN-SUB) TO WS-PRI-HIGH
076600         END-IF
076700       END-PERFORM;
076800       COMPUTE WS-LEN-CEILING =
076900               WS-PRI-HIGH * (100 + WS-LENGTH-PCT) / 100;
077000       IF WS-LENGTH-PCT < 100
077100        THEN
077200         COMPUTE WS-LEN-FLOOR =
077300                 WS-PRI-LOW * (100 - WS-LENGTH-PCT) / 100
077400        ELSE
077500         MOVE ZERO TO WS-LEN-FLOOR
077600       END-IF;
077700       MOVE SPACES TO WS-EXC-LINE;
077800       IF WS-LEN-SUB = 6
077900        THEN
078000         MOVE 'SHORTEST RECORD LENGTH' TO WS-MEA-LABEL
078100        ELSE
078200         MOVE 'LONGEST RECORD LENGTH' TO WS-MEA-LABEL
078300       END-IF;
078400       MOVE RNG-RUN-CNT (WS-LATEST, WS-LEN-SUB) TO WS-LEN-EDIT;
078500       MOVE WS-LEN-EDIT TO WS-EL-LATEST;
078600       IF RNG-RUN-CNT (WS-LATEST, WS-LEN-SUB) > WS-LEN-CEILING
078700        THEN
078800         MOVE WS-PRI-HIGH TO WS-LEN-EDIT;
078900         MOVE WS-LEN-EDIT TO WS-EL-PRIOR;
079000         MOVE 'ABOVE PRIOR HIGH' TO WS-EL-SHIFT;
079100         PERFORM 3800-ADD-EXCEPTION
079200       END-IF;
079300       IF RNG-RUN-CNT (WS-LATEST, WS-LEN-SUB) < WS-LEN-FLOOR
079400        THEN
079500         MOVE WS-PRI-LOW TO WS-LEN-EDIT;
079600         MOVE WS-LEN-EDIT TO WS-EL-PRIOR;
079700         MOVE 'BELOW PRIOR LOW' TO WS-EL-SHIFT;
079800         PERFORM 3800-ADD-EXCEPTION
079900       END-IF
080000     END-PERFORM.
080100     SKIP1
080200 3800-ADD-EXCEPTION.
080300* Finish the exception line staged in WS-EXC-LINE (latest,
080400*prior, and shift set by the caller, the measure in
080500*WS-MEA-LABEL) and keep it for the report.  A table overflow is
080600*counted and said out loud on the report.
080700     ADD 1 TO WS-GRP-SHIFTS.
080800     MOVE WS-CUR-JOB TO WS-EL-JOB.
080900     MOVE WS-CUR-STEP TO WS-EL-STEP.
081000     MOVE RNG-DATE (WS-LATEST) TO WS-EL-DATE.
081100     MOVE RNG-TIME (WS-LATEST) TO WS-EL-TIME.
081200     MOVE WS-MEA-LABEL TO WS-EL-MEASURE.
081300     IF WS-EXC-COUNT = WS-EXC-TABLE-MAX
081400      THEN
081500       ADD 1 TO WS-EXC-SKIPPED
081600      ELSE
081700       ADD 1 TO WS-EXC-COUNT;
081800       MOVE WS-EXC-LINE TO EXC-LINE (WS-EXC-COUNT)
081900     END-IF.
082000     SKIP1
082100 TITLE 'Report'.
082200 4000-PRINT-REPORT.
082300* Exception lines first - that page alone is the morning
082400*operations review - then the full detail on a new page.  A
082500*table overflow is said out loud rather than letting a
082600*truncated report read as a complete one.
082700     OPEN OUTPUT DRIFT-RPT.
082800     IF WS-RPT-STATUS NOT = '00'
082900      THEN
083000       DISPLAY PGMNAME, ' *** PDRFRPT OPEN FAILED, STATUS=',
083100               WS-RPT-STATUS, ' - REPORT NOT WRITTEN.'
083200       MOVE 8 TO RETURN-CODE
083300      ELSE
083400       MOVE 'ACSTPDRF INPUT FORMAT DRIFT - EXCEPTIONS'
083500         TO WS-HDR-TITLE;
083600       MOVE WS-CURRENT-DATE TO WS-HDR-DATE;
083700       MOVE WS-SHIFT-PTS TO WS-HDR-PTS;
083800       MOVE WS-LENGTH-PCT TO WS-HDR-PCT;
083900       MOVE WS-THRESH-SOURCE TO WS-HDR-SOURCE;
084000       WRITE DRIFT-RPT-RECORD FROM WS-HDR-LINE;
084100* A history that could not be read, or was only partly read,
084200*must never print the all-clear.
084300       IF PRF-READ-FAILED
084400        THEN
084500         MOVE SPACES TO WS-MSG-LINE;
084600         MOVE '*** PROFILE HISTORY NOT ALL READ - SEE CONSOLE ***'
084700             TO WS-MSG-LINE;
084800         WRITE DRIFT-RPT-RECORD FROM WS-MSG-LINE
084900        ELSE
085000         PERFORM 4100-PRINT-EXCEPTIONS;
085100         PERFORM 4200-PRINT-DETAIL
085200       END-IF;
085300       CLOSE DRIFT-RPT
085400     END-IF.
085500     IF WS-EXCEPT-COUNT > ZERO AND RETURN-CODE < 4
085600      THEN
085700       MOVE 4 TO RETURN-CODE
085800     END-IF.
085900     SKIP1
086000 4100-PRINT-EXCEPTIONS.
086100     IF WS-EXCEPT-COUNT = ZERO
086200      THEN
086300       MOVE SPACES TO WS-MSG-LINE;
086400       MOVE 'NO EXCEPTIONS - ALL JOBS WITHIN THRESHOLD'
086500           TO WS-MSG-LINE;
086600       WRITE DRIFT-RPT-RECORD FROM WS-MSG-LINE
086700      ELSE
086800       WRITE DRIFT-RPT-RECORD FROM WS-EXC-COL-LINE;
086900       PERFORM VARYING WS-SUB FROM 1 BY 1
087000               UNTIL WS-SUB > WS-EXC-COUNT
087100         WRITE DRIFT-RPT-RECORD FROM EXC-LINE (WS-SUB)
087200       END-PERFORM;
087300       IF WS-EXC-SKIPPED > ZERO
087400        THEN
087500         MOVE SPACES TO WS-MSG-LINE;
087600         STRING '*** EXCEPTION TABLE FULL - LATER SHIFTS '
087700                DELIMITED BY SIZE
087800                'COUNTED BUT NOT LISTED - RAISE '
087900                DELIMITED BY SIZE
088000                'WS-EXC-TABLE-MAX ***' DELIMITED BY SIZE
088100                INTO WS-MSG-LINE;
088200         WRITE DRIFT-RPT-RECORD FROM WS-MSG-LINE;
088300         MOVE 8 TO RETURN-CODE
088400       END-IF
088500     END-IF.
088600     SKIP1
088700 4200-PRINT-DETAIL.
088800     MOVE 'ACSTPDRF INPUT FORMAT DRIFT - ALL JOBS'
088900       TO WS-HDR-TITLE.
089000     WRITE DRIFT-RPT-RECORD FROM WS-HDR-LINE
089100         AFTER ADVANCING PAGE.
089200     WRITE DRIFT-RPT-RECORD FROM WS-COL-LINE.
089300     PERFORM VARYING WS-SUB FROM 1 BY 1
089400             UNTIL WS-SUB > WS-GRP-COUNT
089500       PERFORM 4500-BUILD-DETAIL-LINE;
089600       WRITE DRIFT-RPT-RECORD FROM WS-DRFT-LINE
089700     END-PERFORM.
089800     IF WS-GRP-SKIPPED > ZERO
089900      THEN
090000       MOVE SPACES TO WS-MSG-LINE;
090100       STRING '*** GROUP TABLE FULL - ' DELIMITED BY SIZE
090200              'LATER JOB/STEP GROUPS NOT REPORTED - '
090300              DELIMITED BY SIZE
090400              'RAISE WS-GRP-TABLE-MAX ***'
090500              DELIMITED BY SIZE
090600              INTO WS-MSG-LINE;
090700       WRITE DRIFT-RPT-RECORD FROM WS-MSG-LINE;
090800       MOVE 8 TO RETURN-CODE
090900     END-IF.
091000     IF WS-BADREC-CNT > ZERO
091100      THEN
091200       MOVE SPACES TO WS-MSG-LINE;
091300       MOVE WS-BADREC-CNT TO WS-LEN-EDIT;
091400       STRING '*** ' DELIMITED BY SIZE
091500              WS-LEN-EDIT DELIMITED BY SIZE
091600              ' UNRECOGNIZED PROFILE RECORDS IGNORED ***'
091700              DELIMITED BY SIZE
091800              INTO WS-MSG-LINE;
091900       WRITE DRIFT-RPT-RECORD FROM WS-MSG-LINE
092000     END-IF.
092100     SKIP1
092200 4500-BUILD-DETAIL-LINE.
092300* Format one group's result line.  WS-SUB addresses the group
092400*table entry in hand.
092500     MOVE SPACES TO WS-DRFT-FLAG.
092600     MOVE GRP-JOB (WS-SUB) TO WS-DRFT-JOB.
092700     MOVE GRP-STEP (WS-SUB) TO WS-DRFT-STEP.
092800     MOVE GRP-RUNS (WS-SUB) TO WS-DRFT-RUNS.
092900     MOVE GRP-PRIORS (WS-SUB) TO WS-DRFT-PRIORS.
093000     MOVE GRP-LATEST-DATE (WS-SUB) TO WS-DRFT-DATE.
093100     MOVE GRP-LATEST-TIME (WS-SUB) TO WS-DRFT-TIME.
093200     MOVE GRP-LATEST-IN (WS-SUB) TO WS-DRFT-IN.
093300     MOVE GRP-SHIFTS (WS-SUB) TO WS-DRFT-SHIFTS.
093400     IF GRP-EXCEPTION (WS-SUB)
093500      THEN
093600       MOVE '*EXCEPTION*' TO WS-DRFT-FLAG
093700     END-IF.
093800     IF GRP-NO-BASELINE (WS-SUB)
093900      THEN
094000       MOVE 'NO BASELINE' TO WS-DRFT-FLAG
094100     END-IF.
094200     SKIP1
