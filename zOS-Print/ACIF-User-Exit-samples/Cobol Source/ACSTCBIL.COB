000100 PROCESS DYNAM NUMPROC(PFD) TRUNC(OPT)           NOSEQ
000200* LAST UPDATE ON 15 Oct 2026 AT 18:00:00 BY  MAINT     VERSION 03 *
000300 ID DIVISION.
000400 PROGRAM-ID. ACSTCBIL.
000500 AUTHOR. MAINT.
002700               and FORMDEF with its page volume, and the run ends
002800               with return code 4 so the billing desk resolves the
002900               mapping before the invoice goes out.
002902
002905               Each rate entry carries the dates it is in force,
002910               so a rate changed part way through the month
002915               prices each feed record at the rate in force on
002920               its run date.  An effective date left blank is
002925               open at that end.
002930
002935               Rebill mode re-prices a month already invoiced
002940               against the corrected rate table.  The extract
002945               already issued for the month (BILLORIG) says what
002950               each cost center was invoiced; the adjustment
002955               invoice shows the original, corrected, and
002960               difference amounts per cost center, and the
002965               extract carries one adjustment record for each
002970               cost center whose amount changed.  A period that
002975               finance has marked closed on BILLCLSD is never
002980               rebilled, and neither is one BILLCLSD cannot show
002985               to be open: the run ends with return code 8 and
002990               writes neither invoice nor extract.  A rebill
002991               prices only the month named: a feed record from
002992               another month is counted and left unpriced.  A
002993               rebill with suspense or with such strays prints
002994               its adjustment invoice but posts nothing - no
002995               adjustment record is written, and the run ends
002996               with return code 8 until the gap is closed.
003000
003100               DD statements:
003200                 ACSTCHG  - the accounting feed, input; one
003300                            53-byte record per unit as written
003400                            (see ACSTCHR's WS-CHG-LAYOUT - the two
003500                            layouts must stay in step).
003605                 RATECTL  - the rate table, 80-byte records: job
003610                            name in columns 1-8 (blank matches any
003615                            job), FORMDEF in 10-17 (blank matches
003620                            any), cost center in 19-26, per-page
003625                            rate in 28-36 as nine digits with two
003630                            implied decimals (e.g. 000001250 is
003635                            12.50), effective-from date YYYYMMDD
003640                            in 38-45 and effective-to date in
003645                            47-54 (both inclusive, blank is open
003650                            at that end).  The first entry that
003655                            matches and is in force on the feed
003660                            record's run date wins, the STRPCTL
003665                            convention.  Required - a billing run
003670                            without rates would put everything in
003675                            suspense.
003680                 BILLCTL  - optional control file; keyword and
003685                            value records in the ACSTOPT shape.
003690                            MODE BILL (the default) invoices the
003695                            feed, MODE REBILL re-prices it as an
003700                            adjustment.  PERIOD YYYYMM names the
003705                            month billed (by default the month of
003710                            the first feed record); REBILL
003715                            requires it.  A record this program
003720                            cannot apply refuses the run - a typo
003725                            must never turn a rebill into a
003730                            second invoice.
003735                 BILLORIG - REBILL only: the BILLEXT extract
003740                            already issued for the period - the
003745                            original invoice extract and any
003750                            earlier adjustment extracts,
003755                            concatenated.
003760                 BILLCLSD - REBILL only: finance's closed
003765                            periods, YYYYMM in columns 1-6 of each
003770                            record, anything after is comment.
004700                 BILLRPT  - SYSOUT invoice summary, or the
004710                            adjustment invoice in REBILL mode.
004810                 BILLEXT  - machine-readable extract, one record
004820                            per billed cost center.  In REBILL
004830                            mode one adjustment record per cost
004840                            center whose amount changed: DR (to
004850                            charge) or CR (to credit) in columns
004860                            42-43, the difference as the amount,
004870                            and the corrected pages.  None is
004875                            written while the rebill is held.
005000 DATE-WRITTEN. 1 Sep 2026.
005100 DATE-COMPILED.
005200 SECURITY. NONE.
008700         ORGANIZATION IS SEQUENTIAL
008800         ACCESS MODE IS SEQUENTIAL
008900         FILE STATUS IS WS-EXT-STATUS.
008905* Optional run mode and period, the same keyword/value control-
008910*file pattern as ACSTCHR's ACSTOPT.
008915     SELECT BILL-CTL ASSIGN TO BILLCTL
008920         ORGANIZATION IS SEQUENTIAL
008925         ACCESS MODE IS SEQUENTIAL
008930         FILE STATUS IS WS-CTL-STATUS.
008935* REBILL only - the extract already issued for the period, and
008940*finance's list of closed periods.
008945     SELECT BILL-ORIG ASSIGN TO BILLORIG
008950         ORGANIZATION IS SEQUENTIAL
008955         ACCESS MODE IS SEQUENTIAL
008960         FILE STATUS IS WS-ORIG-STATUS.
008965     SELECT BILL-CLSD ASSIGN TO BILLCLSD
008970         ORGANIZATION IS SEQUENTIAL
008975         ACCESS MODE IS SEQUENTIAL
008980         FILE STATUS IS WS-CLSD-STATUS.
009000     EJECT
009100 DATA DIVISION.
009200 FILE SECTION.
009700 FD  RATECTL
009800     RECORDING MODE IS F
009900     LABEL RECORDS ARE STANDARD.
010000 01  RATECTL-RECORD             PIC X(80).
010100 FD  BILL-RPT
010200     RECORDING MODE IS F
010300     LABEL RECORDS ARE STANDARD.
010600     RECORDING MODE IS F
010700     LABEL RECORDS ARE STANDARD.
010800 01  BILL-EXT-RECORD            PIC X(44).
010805 FD  BILL-CTL
010810     RECORDING MODE IS F
010815     LABEL RECORDS ARE STANDARD.
010820 01  BILL-CTL-RECORD            PIC X(24).
010825 FD  BILL-ORIG
010830     RECORDING MODE IS F
010835     LABEL RECORDS ARE STANDARD.
010840 01  BILL-ORIG-RECORD           PIC X(44).
010845 FD  BILL-CLSD
010850     RECORDING MODE IS F
010855     LABEL RECORDS ARE STANDARD.
010860 01  BILL-CLSD-RECORD           PIC X(80).
010900 WORKING-STORAGE SECTION.
011000 77  PGMNAME                 PIC X(8) VALUE 'ACSTCBIL'.
011100 77  WS-CHG-STATUS           PIC XX VALUE SPACES.
011400     88  WS-RATE-AT-EOF          VALUE '10'.
011500 77  WS-RPT-STATUS           PIC XX VALUE SPACES.
011600 77  WS-EXT-STATUS           PIC XX VALUE SPACES.
011610 77  WS-CTL-STATUS           PIC XX VALUE SPACES.
011620     88  WS-CTL-AT-EOF           VALUE '10'.
011630 77  WS-ORIG-STATUS          PIC XX VALUE SPACES.
011640     88  WS-ORIG-AT-EOF          VALUE '10'.
011650 77  WS-CLSD-STATUS          PIC XX VALUE SPACES.
011660     88  WS-CLSD-AT-EOF          VALUE '10'.
011700/ ONE ACSTCHG FEED RECORD, AS ACSTCHR WRITES IT (SEE ACSTCHR'S
011800*WS-CHG-LAYOUT - THE TWO LAYOUTS MUST STAY IN STEP).
011900 01  WS-CHG-LAYOUT.
013000     05  WS-CHG-PAGECNT      PIC 9(8).
013100/ ONE RATECTL RECORD AND THE LOADED RATE TABLE.  BLANK JOB OR
013200*FORMDEF MATCHES ANY; THE FIRST MATCHING ENTRY WINS, SAME AS
013300*ACSTCHR'S STRIP-CHAR-TABLE.  A BLANK EFFECTIVE-FROM DATE LOADS AS
013310*ZERO AND A BLANK EFFECTIVE-TO AS ALL NINES, SO THE IN-FORCE TEST
013320*IS ONE RANGE COMPARE.
013400 01  WS-RATECTL-LAYOUT.
013500     05  WS-RATECTL-JOB      PIC X(8).
013600     05  FILLER              PIC X.
014040*aligns it; as a zoned field the NUMERIC class test in 1200
014060*still grades the raw record.
014100     05  WS-RATECTL-RATE     PIC 9(7)V99.
014200     05  FILLER              PIC X.
014210     05  WS-RATECTL-FROM     PIC X(8).
014220     05  FILLER              PIC X.
014230     05  WS-RATECTL-TO       PIC X(8).
014240     05  FILLER              PIC X(26).
014300 77  WS-RATE-TABLE-MAX       PIC 9(4) BINARY VALUE 100.
014400 77  WS-RATE-CNT             PIC 9(4) BINARY VALUE ZERO.
014500 01  WS-RATE-TABLE.
014800         10  RTE-FORMDEF     PIC X(8).
014900         10  RTE-CENTER      PIC X(8).
015000         10  RTE-RATE        PIC 9(7)V99.
015010         10  RTE-FROM        PIC 9(8).
015020         10  RTE-TO          PIC 9(8).
015100/ PER-COST-CENTER ACCUMULATION, BUILT AS THE FEED IS READ AND
015200*PRINTED AT END OF FILE.  IN REBILL MODE CTR-ORIG-AMOUNT HOLDS
015210*WHAT THE CENTER HAS BEEN INVOICED SO FAR (SEE 1400).
015300 77  WS-CTR-TABLE-MAX        PIC 9(4) BINARY VALUE 100.
015400 77  WS-CTR-CNT              PIC 9(4) BINARY VALUE ZERO.
015500 01  WS-CENTER-TABLE.
015900         10  CTR-RECCNT      PIC 9(10) BINARY.
016000         10  CTR-PAGECNT     PIC 9(10) BINARY.
016100         10  CTR-AMOUNT      PIC 9(11)V99.
016110         10  CTR-ORIG-AMOUNT PIC S9(11)V99.
016200/ SUSPENSE ACCUMULATION - DISTINCT JOB/FORMDEF PAIRS NO RATE
016300*ENTRY MATCHED, ITEMIZED SO THE MAPPING GAP CAN BE CLOSED.
016400 77  WS-SUS-TABLE-MAX        PIC 9(4) BINARY VALUE 50.
017700     88  RATE-WAS-MATCHED        VALUE 'Y'.
017800     88  RATE-NOT-MATCHED        VALUE 'N'.
017900 77  WS-AMOUNT               PIC 9(9)V99 VALUE ZERO.
017910 77  WS-CENTER-KEY           PIC X(8) VALUE SPACES.
018000/ BILLING PERIOD - BILLCTL OR THE FIRST FEED RECORD; A RECORD
018100*FROM A DIFFERENT MONTH STILL BILLS, BUT THE INVOICE CARRIES A
018200*WARNING LINE SO A MIS-CONCATENATED FEED CANNOT PASS UNNOTICED.
018210*A REBILL LEAVES SUCH A RECORD UNPRICED AND IS HELD.
018300 77  WS-PERIOD               PIC 9(6) VALUE ZERO.
018400 77  WS-REC-PERIOD           PIC 9(6) VALUE ZERO.
018500 77  WS-STRAY-CNT            PIC 9(8) BINARY VALUE ZERO.
018600 77  WS-FEED-CNT             PIC 9(8) BINARY VALUE ZERO.
018601/ RUN MODE AND PERIOD (BILLCTL).
018602 01  WS-BILLCTL-LAYOUT.
018603     05  WS-BCTL-KEYWORD     PIC X(8).
018604     05  FILLER              PIC X.
018605     05  WS-BCTL-VALUE       PIC X(8).
018606     05  FILLER              PIC X(7).
018607 77  WS-MODE-FLAG            PIC X VALUE 'B'.
018608     88  MODE-BILL               VALUE 'B'.
018609     88  MODE-REBILL             VALUE 'R'.
018610 77  WS-BILL-FLAG            PIC X VALUE 'Y'.
018611     88  BILL-IS-USABLE          VALUE 'Y'.
018612     88  BILL-REFUSED            VALUE 'N'.
018613 77  WS-CTL-PERIOD           PIC 9(6) VALUE ZERO.
018614/ REBILL CHECKS - ONE BILLCLSD RECORD, AND ONE BILLORIG RECORD IN
018615*THE BILLEXT LAYOUT (SEE WS-EXT-LAYOUT BELOW).
018616 01  WS-CLSD-LAYOUT.
018617     05  WS-CLSD-PERIOD      PIC X(6).
018618     05  FILLER              PIC X(74).
018619 77  WS-CLOSED-FLAG          PIC X VALUE 'N'.
018620     88  PERIOD-IS-CLOSED        VALUE 'Y'.
018621     88  PERIOD-NOT-CLOSED       VALUE 'N'.
018622 01  WS-ORIG-LAYOUT.
018623     05  WS-ORIG-CENTER      PIC X(8).
018624     05  FILLER              PIC X.
018625     05  WS-ORIG-PERIOD      PIC X(6).
018626     05  FILLER              PIC X.
018627     05  WS-ORIG-PAGES       PIC 9(10).
018628     05  FILLER              PIC X.
018629     05  WS-ORIG-AMOUNT      PIC 9(11)V99.
018630     05  FILLER              PIC X.
018631     05  WS-ORIG-ADJ-TYPE    PIC XX.
018632         88  ORIG-IS-INVOICE     VALUE SPACES.
018633         88  ORIG-IS-DEBIT       VALUE 'DR'.
018634         88  ORIG-IS-CREDIT      VALUE 'CR'.
018635     05  FILLER              PIC X.
018636 77  WS-ORIG-CNT             PIC 9(8) BINARY VALUE ZERO.
018637 77  WS-ORIG-BAD             PIC 9(8) BINARY VALUE ZERO.
018638 77  WS-DIFF                 PIC S9(11)V99 VALUE ZERO.
018639 77  WS-ADJ-CNT              PIC 9(4) BINARY VALUE ZERO.
018640 77  WS-POST-FLAG            PIC X VALUE 'Y'.
018641     88  REBILL-CAN-POST         VALUE 'Y'.
018642     88  REBILL-HELD             VALUE 'N'.
018700/ GRAND TOTALS.
018800 77  WS-TOT-PAGES            PIC 9(12) BINARY VALUE ZERO.
018900 77  WS-TOT-AMOUNT           PIC 9(13)V99 VALUE ZERO.
019000 77  WS-SUS-PAGES            PIC 9(12) BINARY VALUE ZERO.
019010 77  WS-TOT-ORIG             PIC S9(13)V99 VALUE ZERO.
019020 77  WS-TOT-DIFF             PIC S9(13)V99 VALUE ZERO.
019100/ REPORT LINE LAYOUTS.
019200 01  WS-HDR-LINE.
019300     05  FILLER              PIC X(42) VALUE
022200     05  WS-SUSL-PAGECNT     PIC Z(9)9.
022300     05  FILLER              PIC X(90) VALUE SPACES.
022400 01  WS-MSG-LINE             PIC X(132) VALUE SPACES.
022404 01  WS-ADJ-HDR-LINE.
022408     05  FILLER              PIC X(42) VALUE
022412         'ACSTCBIL CHARGEBACK ADJUSTMENT    PERIOD: '.
022416     05  WS-ADJH-PERIOD      PIC 9(6).
022420     05  FILLER              PIC X(84) VALUE SPACES.
022424 01  WS-ADJ-COL-LINE.
022428     05  FILLER              PIC X(22) VALUE
022432         'COST CENTER      PAGES'.
022436     05  FILLER              PIC X(18) VALUE '         ORIGINAL'.
022440     05  FILLER              PIC X(18) VALUE '        CORRECTED'.
022444     05  FILLER              PIC X(18) VALUE '       DIFFERENCE'.
022448     05  FILLER              PIC X(56) VALUE SPACES.
022452 01  WS-ADJ-LINE.
022456     05  WS-ADJL-CENTER      PIC X(8).
022460     05  FILLER              PIC X(4) VALUE SPACES.
022464     05  WS-ADJL-PAGECNT     PIC Z(9)9.
022468     05  FILLER              PIC XX VALUE SPACES.
022472     05  WS-ADJL-ORIG        PIC Z(10)9.99-.
022476     05  FILLER              PIC XX VALUE SPACES.
022480     05  WS-ADJL-CORR        PIC Z(10)9.99-.
022484     05  FILLER              PIC XX VALUE SPACES.
022488     05  WS-ADJL-DIFF        PIC Z(10)9.99-.
022492     05  FILLER              PIC X(56) VALUE SPACES.
022500/ THE MACHINE-READABLE EXTRACT RECORD - ONE PER BILLED COST
022600*CENTER, ALL ZONED AND ZERO PADDED SO THE FINANCE PACKAGE LOADS
022700*IT WITHOUT EDITING.  AN ADJUSTMENT RECORD CARRIES DR OR CR IN
022710*WS-EXT-ADJ-TYPE AND THE UNSIGNED DIFFERENCE AS ITS AMOUNT; AN
022720*INVOICE RECORD LEAVES THE TYPE BLANK.
022800 01  WS-EXT-LAYOUT.
022900     05  WS-EXT-CENTER       PIC X(8).
023000     05  FILLER              PIC X VALUE SPACE.
023300     05  WS-EXT-PAGES        PIC 9(10).
023400     05  FILLER              PIC X VALUE SPACE.
023500     05  WS-EXT-AMOUNT       PIC 9(11)V99.
023600     05  FILLER              PIC X VALUE SPACE.
023610     05  WS-EXT-ADJ-TYPE     PIC XX VALUE SPACES.
023620     05  FILLER              PIC X VALUE SPACE.
023700     SKIP1
023800 TITLE 'Initialization and Main Line'.
023900 PROCEDURE DIVISION.
024000 0000-MAIN-LINE.
024105     PERFORM 1000-INITIALIZE.
024110     IF BILL-IS-USABLE
024115      THEN
024120       IF WS-CHG-STATUS = '00'
024125        THEN
024130         PERFORM 2000-PROCESS-FEED-RECORD
024135             UNTIL WS-CHG-AT-EOF;
024140         CLOSE CHARGE-FEED
024145       END-IF;
024150       PERFORM 3000-WRITE-INVOICE;
024152       IF REBILL-CAN-POST
024154        THEN
024156         PERFORM 3500-WRITE-EXTRACT
024158       END-IF
024160     END-IF.
025000     GOBACK.
025100     SKIP1
025200 1000-INITIALIZE.
025303* Settle the mode and period, and for a rebill prove the period
025306*open and load what was invoiced, before anything is priced - a
025309*refused rebill writes nothing at all.  Then load the rate table
025312*and open the feed.  Either one missing is a hard error: without
025315*rates everything is suspense, and without the feed there is
025318*nothing to bill.
025321     PERFORM 1050-LOAD-BILL-CONTROL.
025324     IF MODE-REBILL AND BILL-IS-USABLE
025327      THEN
025330       PERFORM 1300-CHECK-PERIOD-OPEN
025333     END-IF.
025336     IF MODE-REBILL AND BILL-IS-USABLE
025339      THEN
025342       PERFORM 1400-LOAD-ORIGINAL-INVOICE
025345     END-IF.
025348     IF BILL-IS-USABLE
025351      THEN
025354       PERFORM 1100-LOAD-RATE-TABLE;
025357       OPEN INPUT CHARGE-FEED;
025360       IF WS-CHG-STATUS NOT = '00'
025363        THEN
025366         DISPLAY PGMNAME, ' *** ACSTCHG OPEN FAILED, STATUS=',
025369                 WS-CHG-STATUS, ' - NOTHING BILLED.'
025372         MOVE 8 TO RETURN-CODE
025375       END-IF
025378     END-IF.
026400     SKIP1
026401 1050-LOAD-BILL-CONTROL.
026402* Optional BILLCTL keyword/value records.  Unlike the other
026403*control files of the suite, a record that cannot be applied
026404*refuses the run: an ignored MODE REBILL would issue the month's
026405*invoice a second time.
026406     OPEN INPUT BILL-CTL.
026407     EVALUATE WS-CTL-STATUS
026408       WHEN '00'
026409         PERFORM UNTIL WS-CTL-AT-EOF
026410           READ BILL-CTL INTO WS-BILLCTL-LAYOUT
026411             AT END
026412               SET WS-CTL-AT-EOF TO TRUE
026413             NOT AT END
026414               PERFORM 1060-APPLY-BILL-OPTION
026415           END-READ
026416         END-PERFORM
026417         CLOSE BILL-CTL
026418       WHEN '35'
026419       WHEN '05'
026420         DISPLAY PGMNAME, ' NO BILLCTL FOUND - INVOICING ',
026421                 'THE FEED.'
026422       WHEN OTHER
026423         DISPLAY PGMNAME, ' *** BILLCTL OPEN FAILED, STATUS=',
026424                 WS-CTL-STATUS, ' - NOTHING BILLED.'
026425         MOVE 8 TO RETURN-CODE
026426         SET BILL-REFUSED TO TRUE
026427     END-EVALUATE.
026428     IF MODE-REBILL AND WS-CTL-PERIOD = ZERO AND BILL-IS-USABLE
026429      THEN
026430       DISPLAY PGMNAME, ' *** MODE REBILL NEEDS A BILLCTL ',
026431               'PERIOD - NOTHING REBILLED.'
026432       MOVE 8 TO RETURN-CODE;
026433       SET BILL-REFUSED TO TRUE
026434     END-IF.
026435     MOVE WS-CTL-PERIOD TO WS-PERIOD.
026436     IF MODE-REBILL AND BILL-IS-USABLE
026437      THEN
026438       DISPLAY PGMNAME, ' REBILLING PERIOD ', WS-PERIOD
026439     END-IF.
026440     SKIP1
026441 1060-APPLY-BILL-OPTION.
026442* One BILLCTL record: an 8-byte keyword, a blank, and an 8-byte
026443*value (e.g. MODE     REBILL, PERIOD   202609).
026444     EVALUATE WS-BCTL-KEYWORD
026445       WHEN 'MODE'
026446         EVALUATE WS-BCTL-VALUE
026447           WHEN 'BILL'
026448             SET MODE-BILL TO TRUE
026449           WHEN 'REBILL'
026450             SET MODE-REBILL TO TRUE
026451           WHEN OTHER
026452             DISPLAY PGMNAME, ' *** BILLCTL MODE VALUE NOT BILL ',
026453                     'OR REBILL - NOTHING BILLED: ', WS-BCTL-VALUE
026454             MOVE 8 TO RETURN-CODE
026455             SET BILL-REFUSED TO TRUE
026456         END-EVALUATE
026457       WHEN 'PERIOD'
026458         IF WS-BCTL-VALUE (1 : 6) IS NUMERIC AND
026459            WS-BCTL-VALUE (7 : 2) = SPACES AND
026460            WS-BCTL-VALUE (5 : 2) > '00' AND
026461            WS-BCTL-VALUE (5 : 2) < '13'
026462          THEN
026463           MOVE WS-BCTL-VALUE (1 : 6) TO WS-CTL-PERIOD
026464          ELSE
026465           DISPLAY PGMNAME, ' *** BILLCTL PERIOD VALUE NOT ',
026466                   'YYYYMM - NOTHING BILLED: ', WS-BCTL-VALUE
026467           MOVE 8 TO RETURN-CODE;
026468           SET BILL-REFUSED TO TRUE
026469         END-IF
026470       WHEN OTHER
026471         DISPLAY PGMNAME, ' *** BILLCTL KEYWORD NOT ',
026472                 'RECOGNIZED - NOTHING BILLED: ', WS-BCTL-KEYWORD
026473         MOVE 8 TO RETURN-CODE
026474         SET BILL-REFUSED TO TRUE
026475     END-EVALUATE.
026476     SKIP1
026500 1100-LOAD-RATE-TABLE.
026600     OPEN INPUT RATECTL.
026700     IF WS-RATE-STATUS NOT = '00'
029900     END-IF.
030000     SKIP1
030100 1200-LOAD-RATE-RECORD.
030202* One rate entry.  A non-numeric rate or effective date, a blank
030204*cost center, or an entry in force from after the date it ends is
030206*refused out loud - a silently dropped entry sends its feed
030208*records to suspense with no hint why.
030210     IF WS-RATECTL-RATE IS NUMERIC AND
030212        WS-RATECTL-CENTER NOT = SPACES AND
030214        (WS-RATECTL-FROM = SPACES OR
030216          WS-RATECTL-FROM IS NUMERIC) AND
030218        (WS-RATECTL-TO = SPACES OR
030220          WS-RATECTL-TO IS NUMERIC)
030222      THEN
030224       ADD 1 TO WS-RATE-CNT;
030226       MOVE WS-RATECTL-JOB TO RTE-JOB (WS-RATE-CNT);
030228       MOVE WS-RATECTL-FORMDEF TO RTE-FORMDEF (WS-RATE-CNT);
030230       MOVE WS-RATECTL-CENTER TO RTE-CENTER (WS-RATE-CNT);
030232       MOVE WS-RATECTL-RATE TO RTE-RATE (WS-RATE-CNT);
030234       IF WS-RATECTL-FROM = SPACES
030236        THEN
030238         MOVE ZERO TO RTE-FROM (WS-RATE-CNT)
030240        ELSE
030242         MOVE WS-RATECTL-FROM TO RTE-FROM (WS-RATE-CNT)
030244       END-IF;
030246       IF WS-RATECTL-TO = SPACES
030248        THEN
030250         MOVE 99999999 TO RTE-TO (WS-RATE-CNT)
030252        ELSE
030254         MOVE WS-RATECTL-TO TO RTE-TO (WS-RATE-CNT)
030256       END-IF;
030258       IF RTE-FROM (WS-RATE-CNT) > RTE-TO (WS-RATE-CNT)
030260        THEN
030262         DISPLAY PGMNAME, ' *** RATECTL ENTRY REFUSED (IN ',
030264                 'FORCE FROM AFTER IT ENDS): ',
030266                 WS-RATECTL-LAYOUT (1 : 54)
030268         MOVE 8 TO RETURN-CODE;
030270         SUBTRACT 1 FROM WS-RATE-CNT
030272       END-IF
030274      ELSE
030276       DISPLAY PGMNAME, ' *** RATECTL ENTRY REFUSED (RATE OR ',
030278               'DATE NOT NUMERIC OR CENTER BLANK): ',
030280               WS-RATECTL-LAYOUT (1 : 54)
030282       MOVE 8 TO RETURN-CODE
030284     END-IF.
031800     SKIP1
031801 1300-CHECK-PERIOD-OPEN.
031802* Finance's closed periods.  Rebilling a closed period would
031803*change books already reported; a period BILLCLSD cannot show to
031804*be open - the DD missing or unreadable - is refused the same way.
031805     OPEN INPUT BILL-CLSD.
031806     IF WS-CLSD-STATUS NOT = '00'
031807      THEN
031808       DISPLAY PGMNAME, ' *** BILLCLSD OPEN FAILED, STATUS=',
031809               WS-CLSD-STATUS, ' - PERIOD NOT SHOWN OPEN, ',
031810               'NOTHING REBILLED.'
031811       MOVE 8 TO RETURN-CODE;
031812       SET BILL-REFUSED TO TRUE
031813      ELSE
031814       SET PERIOD-NOT-CLOSED TO TRUE;
031815       PERFORM UNTIL WS-CLSD-AT-EOF
031816         READ BILL-CLSD INTO WS-CLSD-LAYOUT
031817           AT END
031818             SET WS-CLSD-AT-EOF TO TRUE
031819           NOT AT END
031820             IF WS-CLSD-PERIOD = WS-PERIOD
031821              THEN
031822               SET PERIOD-IS-CLOSED TO TRUE
031823             END-IF
031824         END-READ
031825       END-PERFORM;
031826       CLOSE BILL-CLSD;
031827       IF PERIOD-IS-CLOSED
031828        THEN
031829         DISPLAY PGMNAME, ' *** PERIOD ', WS-PERIOD,
031830                 ' IS CLOSED (BILLCLSD) - REBILL REFUSED.'
031831         MOVE 8 TO RETURN-CODE;
031832         SET BILL-REFUSED TO TRUE
031833       END-IF
031834     END-IF.
031835     SKIP1
031836 1400-LOAD-ORIGINAL-INVOICE.
031837* What each cost center has been invoiced for the period so far:
031838*the original extract plus any adjustment extracts since, DR
031839*records adding and CR records taking away.  A record of another
031840*period, or one that does not read as an extract record, means
031841*the wrong data set was given; the rebill is refused, since a
031842*difference taken against the wrong original posts the wrong
031843*adjustment.
031844     OPEN INPUT BILL-ORIG.
031845     IF WS-ORIG-STATUS NOT = '00'
031846      THEN
031847       DISPLAY PGMNAME, ' *** BILLORIG OPEN FAILED, STATUS=',
031848               WS-ORIG-STATUS, ' - NOTHING REBILLED.'
031849       MOVE 8 TO RETURN-CODE;
031850       SET BILL-REFUSED TO TRUE
031851      ELSE
031852       PERFORM UNTIL WS-ORIG-AT-EOF
031853         READ BILL-ORIG INTO WS-ORIG-LAYOUT
031854           AT END
031855             SET WS-ORIG-AT-EOF TO TRUE
031856           NOT AT END
031857             PERFORM 1450-TAKE-ORIGINAL-RECORD
031858         END-READ
031859       END-PERFORM;
031860       CLOSE BILL-ORIG;
031861       IF WS-ORIG-BAD > ZERO
031862        THEN
031863         DISPLAY PGMNAME, ' *** ', WS-ORIG-BAD, ' BILLORIG ',
031864                 'RECORDS NOT OF PERIOD ', WS-PERIOD, ' OR NOT ',
031865                 'EXTRACT RECORDS - NOTHING REBILLED.'
031866         MOVE 8 TO RETURN-CODE;
031867         SET BILL-REFUSED TO TRUE
031868       END-IF;
031869       IF WS-ORIG-CNT = ZERO AND BILL-IS-USABLE
031870        THEN
031871         DISPLAY PGMNAME, ' *** BILLORIG HOLDS NO INVOICE FOR ',
031872                 'PERIOD ', WS-PERIOD, ' - NOTHING REBILLED.'
031873         MOVE 8 TO RETURN-CODE;
031874         SET BILL-REFUSED TO TRUE
031875       END-IF
031876     END-IF.
031877     SKIP1
031878 1450-TAKE-ORIGINAL-RECORD.
031879     IF WS-ORIG-PERIOD NOT = WS-PERIOD OR
031880        WS-ORIG-CENTER = SPACES OR
031881        WS-ORIG-AMOUNT IS NOT NUMERIC OR
031882        NOT (ORIG-IS-INVOICE OR ORIG-IS-DEBIT OR ORIG-IS-CREDIT)
031883      THEN
031884       ADD 1 TO WS-ORIG-BAD
031885      ELSE
031886       ADD 1 TO WS-ORIG-CNT;
031887       MOVE WS-ORIG-CENTER TO WS-CENTER-KEY;
031888       PERFORM 2250-FIND-CENTER;
031889       IF WS-SUB > ZERO
031890        THEN
031891         IF ORIG-IS-CREDIT
031892          THEN
031893           SUBTRACT WS-ORIG-AMOUNT FROM CTR-ORIG-AMOUNT (WS-SUB)
031894          ELSE
031895           ADD WS-ORIG-AMOUNT TO CTR-ORIG-AMOUNT (WS-SUB)
031896         END-IF
031897       END-IF
031898     END-IF.
031899     SKIP1
031900 2000-PROCESS-FEED-RECORD.
032000     READ CHARGE-FEED INTO WS-CHG-LAYOUT
032100       AT END
032700     SKIP1
032800 2100-BILL-FEED-RECORD.
032900* Establish the billing period from the first record, note any
033000*stray from another month, then resolve the rate in force on the
033010*record's run date and accumulate.  A rebill re-prices only the
033020*month named on BILLCTL - a stray is counted but never priced,
033030*so it cannot leak into the corrected amounts.
033100     MOVE WS-CHG-DATE (1 : 6) TO WS-REC-PERIOD.
033200     IF WS-PERIOD = ZERO
033300      THEN
033700      THEN
033800       ADD 1 TO WS-STRAY-CNT
033900     END-IF.
033910     IF MODE-BILL OR WS-REC-PERIOD = WS-PERIOD
033920      THEN
033930       PERFORM 2150-PRICE-FEED-RECORD
033940     END-IF.
033950     SKIP1
033960 2150-PRICE-FEED-RECORD.
034000     SET RATE-NOT-MATCHED TO TRUE.
034100     PERFORM VARYING WS-SUB FROM 1 BY 1
034200             UNTIL WS-SUB > WS-RATE-CNT OR RATE-WAS-MATCHED
034300       IF (RTE-JOB (WS-SUB) = SPACES OR
034400            RTE-JOB (WS-SUB) = WS-CHG-JOB) AND
034500          (RTE-FORMDEF (WS-SUB) = SPACES OR
034600            RTE-FORMDEF (WS-SUB) = WS-CHG-FORMDEF) AND
034610          RTE-FROM (WS-SUB) NOT > WS-CHG-DATE AND
034620          RTE-TO (WS-SUB) NOT < WS-CHG-DATE
034700        THEN
034800         SET RATE-WAS-MATCHED TO TRUE;
034900         MOVE WS-SUB TO WS-HIT
035700     END-IF.
035800     SKIP1
035900 2200-ADD-TO-CENTER.
036002* Accumulate under the matched entry's cost center.
036004     COMPUTE WS-AMOUNT ROUNDED =
036006         WS-CHG-PAGECNT * RTE-RATE (WS-HIT).
036008     MOVE RTE-CENTER (WS-HIT) TO WS-CENTER-KEY.
036010     PERFORM 2250-FIND-CENTER.
036012     IF WS-SUB > ZERO
036014      THEN
036016       ADD 1 TO CTR-UNITS (WS-SUB);
036018       ADD WS-CHG-RECCNT TO CTR-RECCNT (WS-SUB);
036020       ADD WS-CHG-PAGECNT TO CTR-PAGECNT (WS-SUB);
036022       ADD WS-AMOUNT TO CTR-AMOUNT (WS-SUB);
036024       ADD WS-CHG-PAGECNT TO WS-TOT-PAGES;
036026       ADD WS-AMOUNT TO WS-TOT-AMOUNT
036028     END-IF.
036030     SKIP1
036032 2250-FIND-CENTER.
036034* Locate WS-CENTER-KEY's slot, creating it on first use.  WS-SUB
036036*is zero when the table is full.
036038     SET RATE-NOT-MATCHED TO TRUE.
036040     PERFORM VARYING WS-SUB FROM 1 BY 1
036042             UNTIL WS-SUB > WS-CTR-CNT OR RATE-WAS-MATCHED
036044       IF CTR-CENTER (WS-SUB) = WS-CENTER-KEY
036046        THEN
036048         SET RATE-WAS-MATCHED TO TRUE
036050       END-IF
036052     END-PERFORM.
036054     IF RATE-NOT-MATCHED AND WS-CTR-CNT = WS-CTR-TABLE-MAX
036056      THEN
036058       DISPLAY PGMNAME, ' *** COST CENTER TABLE FULL - ',
036060               'INVOICE IS INCOMPLETE, RAISE WS-CTR-TABLE-MAX.'
036062       MOVE 8 TO RETURN-CODE;
036064       MOVE ZERO TO WS-SUB
036066      ELSE
036068       IF RATE-NOT-MATCHED
036070        THEN
036072         ADD 1 TO WS-CTR-CNT;
036074         MOVE WS-CTR-CNT TO WS-SUB;
036076         MOVE WS-CENTER-KEY TO CTR-CENTER (WS-SUB);
036078         MOVE ZERO TO CTR-UNITS (WS-SUB), CTR-RECCNT (WS-SUB),
036080                      CTR-PAGECNT (WS-SUB), CTR-AMOUNT (WS-SUB),
036082                      CTR-ORIG-AMOUNT (WS-SUB)
036084        ELSE
036086         SUBTRACT 1 FROM WS-SUB
036088       END-IF
036090     END-IF.
039500     SKIP1
039600 2300-ADD-TO-SUSPENSE.
039700* No rate entry matched.  Itemize by distinct job/FORMDEF so the
043000* The printed invoice: one line per cost center, the monthly
043100*grand total, then the suspense section on its own page.  A
043200*nonempty suspense section sets return code 4 - the invoice is
043300*printable but not final until the mapping gap is closed.  A
043310*rebill prints the adjustment lines in place of the center lines,
043320*and with suspense or strays it is held: the adjustment invoice
043330*still prints, but no adjustment record is written and the run
043340*ends with return code 8.
043350     IF MODE-REBILL AND
043360        (WS-SUS-CNT > ZERO OR WS-SUS-OVERFLOW > ZERO OR
043370         WS-STRAY-CNT > ZERO)
043380      THEN
043390       SET REBILL-HELD TO TRUE
043395     END-IF.
043400     OPEN OUTPUT BILL-RPT.
043500     IF WS-RPT-STATUS NOT = '00'
043600      THEN
043800               WS-RPT-STATUS, ' - INVOICE NOT WRITTEN.'
043900       MOVE 8 TO RETURN-CODE
044000      ELSE
044110       IF MODE-REBILL
044120        THEN
044130         PERFORM 3300-WRITE-ADJUSTMENT-LINES
044140        ELSE
044150         PERFORM 3100-WRITE-CENTER-LINES
044160       END-IF;
045800       IF WS-STRAY-CNT > ZERO
045900        THEN
046000         MOVE SPACES TO WS-MSG-LINE;
046100         MOVE '*** FEED RECORDS FROM OUTSIDE THE PERIOD WERE '
046200             TO WS-MSG-LINE;
046300         IF MODE-REBILL
046310          THEN
046320           MOVE 'NOT PRICED - CHECK THE ACSTCHG CONCATENATION ***'
046330               TO WS-MSG-LINE (47 : 48)
046340          ELSE
046350           MOVE 'BILLED - CHECK THE ACSTCHG CONCATENATION ***'
046400               TO WS-MSG-LINE (47 : 44)
046410         END-IF;
046500         WRITE BILL-RPT-RECORD FROM WS-MSG-LINE;
046600         MOVE 4 TO RETURN-CODE
046700       END-IF;
046710       IF REBILL-HELD
046720        THEN
046730         PERFORM 3400-WRITE-HOLD-LINES
046740       END-IF;
046800       PERFORM 3200-WRITE-SUSPENSE-PAGE;
046900       CLOSE BILL-RPT
047000     END-IF.
047100     SKIP1
047102 3100-WRITE-CENTER-LINES.
047104     MOVE WS-PERIOD TO WS-HDR-PERIOD.
047106     WRITE BILL-RPT-RECORD FROM WS-HDR-LINE.
047108     WRITE BILL-RPT-RECORD FROM WS-COL-LINE.
047110     PERFORM VARYING WS-SUB FROM 1 BY 1
047112             UNTIL WS-SUB > WS-CTR-CNT
047114       MOVE CTR-CENTER (WS-SUB) TO WS-CTRL-CENTER
047116       MOVE CTR-UNITS (WS-SUB) TO WS-CTRL-UNITS
047118       MOVE CTR-RECCNT (WS-SUB) TO WS-CTRL-RECCNT
047120       MOVE CTR-PAGECNT (WS-SUB) TO WS-CTRL-PAGECNT
047122       MOVE CTR-AMOUNT (WS-SUB) TO WS-CTRL-AMOUNT
047124       WRITE BILL-RPT-RECORD FROM WS-CTR-LINE
047126     END-PERFORM.
047128     MOVE SPACES TO WS-CTR-LINE.
047130     MOVE '*TOTAL*' TO WS-CTRL-CENTER.
047132     MOVE WS-TOT-PAGES TO WS-CTRL-PAGECNT.
047134     MOVE WS-TOT-AMOUNT TO WS-CTRL-AMOUNT.
047136     WRITE BILL-RPT-RECORD FROM WS-CTR-LINE.
047138     SKIP1
047200 3200-WRITE-SUSPENSE-PAGE.
047300     MOVE SPACES TO WS-MSG-LINE.
047400     MOVE 'SUSPENSE - NO RATE TABLE MATCH, NOT BILLED'
050400       END-IF
050500     END-IF.
050600     SKIP1
050602 3300-WRITE-ADJUSTMENT-LINES.
050603* The adjustment invoice: per cost center what was invoiced, what
050604*the corrected rates make it, and the difference to charge (plus)
050605*or credit (minus).  A center invoiced before but priced nothing
050606*now is credited in full.
050607     MOVE WS-PERIOD TO WS-ADJH-PERIOD.
050608     WRITE BILL-RPT-RECORD FROM WS-ADJ-HDR-LINE.
050609     WRITE BILL-RPT-RECORD FROM WS-ADJ-COL-LINE.
050610     MOVE ZERO TO WS-TOT-ORIG, WS-TOT-DIFF, WS-ADJ-CNT.
050611     PERFORM VARYING WS-SUB FROM 1 BY 1
050612             UNTIL WS-SUB > WS-CTR-CNT
050613       COMPUTE WS-DIFF = CTR-AMOUNT (WS-SUB)
050614                       - CTR-ORIG-AMOUNT (WS-SUB)
050615       MOVE CTR-CENTER (WS-SUB) TO WS-ADJL-CENTER
050616       MOVE CTR-PAGECNT (WS-SUB) TO WS-ADJL-PAGECNT
050617       MOVE CTR-ORIG-AMOUNT (WS-SUB) TO WS-ADJL-ORIG
050618       MOVE CTR-AMOUNT (WS-SUB) TO WS-ADJL-CORR
050619       MOVE WS-DIFF TO WS-ADJL-DIFF
050620       WRITE BILL-RPT-RECORD FROM WS-ADJ-LINE
050621       ADD CTR-ORIG-AMOUNT (WS-SUB) TO WS-TOT-ORIG
050622       ADD WS-DIFF TO WS-TOT-DIFF
050623       IF WS-DIFF NOT = ZERO
050624        THEN
050625         ADD 1 TO WS-ADJ-CNT
050626       END-IF
050627     END-PERFORM.
050628     MOVE SPACES TO WS-ADJ-LINE.
050629     MOVE '*TOTAL*' TO WS-ADJL-CENTER.
050630     MOVE WS-TOT-PAGES TO WS-ADJL-PAGECNT.
050631     MOVE WS-TOT-ORIG TO WS-ADJL-ORIG.
050632     MOVE WS-TOT-AMOUNT TO WS-ADJL-CORR.
050633     MOVE WS-TOT-DIFF TO WS-ADJL-DIFF.
050634     WRITE BILL-RPT-RECORD FROM WS-ADJ-LINE.
050635     IF WS-ADJ-CNT = ZERO
050636      THEN
050637       MOVE SPACES TO WS-MSG-LINE;
050638       MOVE 'NO COST CENTER AMOUNT CHANGED - NO ADJUSTMENT '
050639           TO WS-MSG-LINE;
050640       MOVE 'RECORDS WRITTEN' TO WS-MSG-LINE (47 : 15);
050641       WRITE BILL-RPT-RECORD FROM WS-MSG-LINE
050642     END-IF.
050643     SKIP1
050644 3400-WRITE-HOLD-LINES.
050645* The rebill cannot post while any feed volume is unpriced - the
050646*corrected amounts would understate the month.  Say why, and
050647*that nothing went to BILLEXT.
050648     IF WS-SUS-CNT > ZERO OR WS-SUS-OVERFLOW > ZERO
050649      THEN
050650       MOVE SPACES TO WS-MSG-LINE;
050651       MOVE '*** SUSPENSE IS NOT EMPTY - THE MAPPING GAP MUST BE '
050652           TO WS-MSG-LINE;
050653       MOVE 'CLOSED BEFORE THE REBILL CAN POST ***'
050654           TO WS-MSG-LINE (53 : 37);
050655       WRITE BILL-RPT-RECORD FROM WS-MSG-LINE
050656     END-IF.
050657     IF WS-STRAY-CNT > ZERO
050658      THEN
050659       MOVE SPACES TO WS-MSG-LINE;
050660       MOVE '*** FEED RECORDS FROM OUTSIDE THE PERIOD MUST BE '
050661           TO WS-MSG-LINE;
050662       MOVE 'REMOVED BEFORE THE REBILL CAN POST ***'
050663           TO WS-MSG-LINE (50 : 38);
050664       WRITE BILL-RPT-RECORD FROM WS-MSG-LINE
050665     END-IF.
050666     MOVE SPACES TO WS-MSG-LINE.
050667     MOVE '*** REBILL HELD - NO ADJUSTMENT RECORDS WRITTEN ***'
050668         TO WS-MSG-LINE.
050669     WRITE BILL-RPT-RECORD FROM WS-MSG-LINE.
050670     DISPLAY PGMNAME, ' *** REBILL HELD - UNPRICED FEED VOLUME, ',
050671             'NO ADJUSTMENT RECORDS WRITTEN.'.
050672     MOVE 8 TO RETURN-CODE.
050673     SKIP1
050700 3500-WRITE-EXTRACT.
050800* The finance extract carries billed cost centers only - the
050900*suspense volume is deliberately absent, so the finance package
051000*can never load an unpriced line as a zero-dollar invoice.  A
051010*rebill writes adjustment records only, and a held rebill is
051020*never extracted (see 0000).
051100     OPEN OUTPUT BILL-EXT.
051200     IF WS-EXT-STATUS NOT = '00'
051300      THEN
051700      ELSE
051800       PERFORM VARYING WS-SUB FROM 1 BY 1
051900               UNTIL WS-SUB > WS-CTR-CNT
052010         IF MODE-REBILL
052020          THEN
052030           PERFORM 3600-WRITE-ADJUSTMENT-RECORD
052040          ELSE
052050           PERFORM 3550-WRITE-INVOICE-RECORD
052060         END-IF
052600       END-PERFORM;
052700       CLOSE BILL-EXT
052800     END-IF.
053000     SKIP1
053100 3550-WRITE-INVOICE-RECORD.
053200     MOVE CTR-CENTER (WS-SUB) TO WS-EXT-CENTER.
053300     MOVE WS-PERIOD TO WS-EXT-PERIOD.
053400     MOVE CTR-PAGECNT (WS-SUB) TO WS-EXT-PAGES.
053500     MOVE CTR-AMOUNT (WS-SUB) TO WS-EXT-AMOUNT.
053600     MOVE WS-EXT-LAYOUT TO BILL-EXT-RECORD.
053700     WRITE BILL-EXT-RECORD.
053800     SKIP1
053900 3600-WRITE-ADJUSTMENT-RECORD.
054000* One adjustment for each cost center whose amount changed: DR
054100*when the corrected amount is higher, CR when it is lower, the
054200*difference unsigned - the finance package posts by the code.
054300     COMPUTE WS-DIFF = CTR-AMOUNT (WS-SUB)
054400                     - CTR-ORIG-AMOUNT (WS-SUB).
054500     IF WS-DIFF NOT = ZERO
054600      THEN
054700       MOVE CTR-CENTER (WS-SUB) TO WS-EXT-CENTER;
054800       MOVE WS-PERIOD TO WS-EXT-PERIOD;
054900       MOVE CTR-PAGECNT (WS-SUB) TO WS-EXT-PAGES;
055000       IF WS-DIFF > ZERO
055100        THEN
055200         MOVE 'DR' TO WS-EXT-ADJ-TYPE;
055300         MOVE WS-DIFF TO WS-EXT-AMOUNT
055400        ELSE
055500         MOVE 'CR' TO WS-EXT-ADJ-TYPE;
055600         COMPUTE WS-EXT-AMOUNT = ZERO - WS-DIFF
055700       END-IF;
055800       MOVE WS-EXT-LAYOUT TO BILL-EXT-RECORD;
055900       WRITE BILL-EXT-RECORD
056000     END-IF.
