000100 PROCESS DYNAM NUMPROC(PFD) TRUNC(OPT)           NOSEQ
000200* LAST UPDATE ON 15 Oct 2026 AT 21:00:00 BY  MAINT     VERSION 08 *
000300 ID DIVISION.
000400 PROGRAM-ID. ACSTCVAL.
000500 AUTHOR. MAINT.
004460                 RATECTL  - ACSTCBIL 1100-LOAD-RATE-TABLE and
004470                            1200-LOAD-RATE-RECORD (100-entry
004480                            table, numeric rate, nonblank cost
004483                            center, effective dates numeric or
004486                            blank and not ending before they
004489                            start; entries in force together
004492                            where an earlier one wins warned).
004495                 BILLCTL  - ACSTCBIL 1060-APPLY-BILL-OPTION.
004500
004600               A finding that would change what the night runs do
004700               (an unloadable rule, an unknown keyword, a value
005400               and is not a finding - every control file is
005500               optional at run time.
005600
005601               STRPCTL, MASKCTL, IDXCTL and ACSTOPT generated by
005602               ACSTRMNT begin with a *RULESET version stamp
005603               record (*RULESET in columns 1-8, the six-digit
005604               rule set version in columns 10-15).  The exits
005605               skip the stamp and log its version, so it is not
005606               counted as a rule here either.  Members stamped
005607               with different versions, or an unstamped member
005608               beside stamped ones, make a mixed rule set and
005609               are a WARNING.  ACSTRMNT CALLs this program
005610               against its candidate members before it
005611               publishes them.
005612
005700               DD statements:
005800                 STRPCTL  - strip-character overrides, input.
005900                 MASKCTL  - data-masking rules, input.
006620                 DURCTL   - ACSTLDUR threshold and mode, input.
006630                 DLINECTL - ACSTLDUR per-job deadlines, input.
006640                 RATECTL  - ACSTCBIL rate table, input.
006645                 BILLCTL  - ACSTCBIL run mode and period, input.
006700                 CVALRPT  - SYSOUT validation report.
006800 DATE-WRITTEN. 1 Sep 2026.
006900 DATE-COMPILED.
012100         ORGANIZATION IS SEQUENTIAL
012200         ACCESS MODE IS SEQUENTIAL
012300         FILE STATUS IS WS-RPT-STATUS.
012310     SELECT BILL-CTL ASSIGN TO BILLCTL
012320         ORGANIZATION IS SEQUENTIAL
012330         ACCESS MODE IS SEQUENTIAL
012340         FILE STATUS IS WS-BILC-STATUS.
012400     EJECT
012500 DATA DIVISION.
012600 FILE SECTION.
015495 FD  RATECTL
015496     RECORDING MODE IS F
015497     LABEL RECORDS ARE STANDARD.
015498 01  RATECTL-RECORD             PIC X(80).
015500 FD  CVAL-RPT
015600     RECORDING MODE IS F
015700     LABEL RECORDS ARE STANDARD.
015800 01  CVAL-RPT-RECORD            PIC X(132).
015810 FD  BILL-CTL
015820     RECORDING MODE IS F
015830     LABEL RECORDS ARE STANDARD.
015840 01  BILL-CTL-RECORD            PIC X(24).
015900 WORKING-STORAGE SECTION.
016000 77  PGMNAME                 PIC X(8) VALUE 'ACSTCVAL'.
016100 77  WS-STRP-STATUS          PIC XX VALUE SPACES.
017450     88  WS-DLC-AT-EOF           VALUE '10'.
017455 77  WS-RATE-STATUS          PIC XX VALUE SPACES.
017460     88  WS-RATE-AT-EOF          VALUE '10'.
017461 77  WS-BILC-STATUS          PIC XX VALUE SPACES.
017462     88  WS-BILC-AT-EOF          VALUE '10'.
017500 77  WS-RPT-STATUS           PIC XX VALUE SPACES.
017600 77  WS-CURRENT-DATE         PIC 9(8) VALUE ZERO.
017700 77  WS-DATE-EDIT            PIC 9(4)/99/99.
023900     05  FILLER              PIC X.
024000     05  WS-KV-VALUE         PIC X(8).
024100     05  FILLER              PIC X(7).
024101/ RULE SET STAMPS (SEE ACSTRMNT).  ONE SLOT PER RULE MEMBER IN THE
024102*ORDER THEY ARE CHECKED: STRPCTL, MASKCTL, ACSTOPT, IDXCTL.
024103 01  WS-STAMP-LAYOUT.
024104     05  WS-STAMP-TAG        PIC X(8).
024105     05  FILLER              PIC X.
024106     05  WS-STAMP-VERSION    PIC X(6).
024107 01  WS-RULESET-TABLE.
024108     05  WS-RULESET-ENTRY    OCCURS 4 TIMES.
024109         10  RSV-MEMBER      PIC X(8).
024110         10  RSV-STATE       PIC X.
024111             88  RSV-NOT-READ    VALUE SPACE.
024112             88  RSV-UNSTAMPED   VALUE 'U'.
024113             88  RSV-STAMPED     VALUE 'S'.
024114         10  RSV-VERSION     PIC X(6).
024115 77  WS-RSV-SUB              PIC 9(4) BINARY VALUE ZERO.
024116 77  WS-RSV-FIRST            PIC 9(4) BINARY VALUE ZERO.
024117 77  WS-STAMP-RECS           PIC 9(4) BINARY VALUE ZERO.
024200/ DLINECTL - ONE DEADLINE RECORD, MIRRORING ACSTLDUR'S LAYOUT.
024210 01  WS-DLINE-LAYOUT.
024220     05  WS-DLINE-JOB        PIC X(8).
024271     05  WS-RATECTL-CENTER   PIC X(8).
024272     05  FILLER              PIC X.
024273     05  WS-RATECTL-RATE     PIC X(9).
024274     05  WS-RATECTL-EXT      PIC X(44).
024275 77  WS-RATE-OK-CNT          PIC 9(4) BINARY VALUE ZERO.
024276/ RETNCTL AND TRNDCTL - SINGLE-RECORD VALUE FILES.
024300 01  WS-RETNCTL-LAYOUT.
024600 01  WS-TRNDCTL-LAYOUT.
024700     05  WS-TRNDCTL-PCT      PIC X(3).
024800     05  FILLER              PIC X(13).
024802/ RATECTL - THE EFFECTIVE DATES BEHIND THE RATE (WS-RATECTL-EXT),
024804*MIRRORING ACSTCBIL.  THE ACCEPTED ENTRIES' KEYS AND IN-FORCE
024806*WINDOWS, BLANK DATES OPENED OUT AS ACSTCBIL OPENS THEM, ARE KEPT
024808*FOR THE OVERLAP CHECK.
024810 01  WS-RATECTL-DATES.
024812     05  FILLER              PIC X.
024814     05  WS-RATECTL-FROM     PIC X(8).
024816     05  FILLER              PIC X.
024818     05  WS-RATECTL-TO       PIC X(8).
024820     05  FILLER              PIC X(26).
024822 77  WS-RATE-FROM            PIC X(8) VALUE SPACES.
024824 77  WS-RATE-TO              PIC X(8) VALUE SPACES.
024826 77  RTV-CNT                 PIC 9(4) BINARY VALUE ZERO.
024828 01  WS-RATE-TABLE.
024830     05  WS-RATE-ENTRY       OCCURS 100 TIMES.
024832         10  RTV-JOB         PIC X(8).
024834         10  RTV-FORMDEF     PIC X(8).
024836         10  RTV-FROM        PIC X(8).
024838         10  RTV-TO          PIC X(8).
024840         10  RTV-RECNO       PIC 9(4) BINARY.
024842/ BILLCTL - WHAT THE MODE AND PERIOD RECORDS HAVE SET SO FAR.
024844 77  WS-BCTL-MODE-FLAG       PIC X VALUE 'B'.
024846     88  BCTL-IS-REBILL          VALUE 'R'.
024848     88  BCTL-NOT-REBILL         VALUE 'B'.
024850 77  WS-BCTL-PERIOD-FLAG     PIC X VALUE 'N'.
024852     88  BCTL-HAS-PERIOD         VALUE 'Y'.
024854     88  BCTL-NO-PERIOD          VALUE 'N'.
024900/ PAIRWISE COMPARE SUBSCRIPTS AND FLAGS.
025000 77  WS-I                    PIC 9(4) BINARY VALUE ZERO.
025100 77  WS-J                    PIC 9(4) BINARY VALUE ZERO.
026800     PERFORM 5000-CHECK-RETNCTL.
026900     PERFORM 6000-CHECK-TRNDCTL.
027000     PERFORM 6500-CHECK-IDXCTL.
027005     PERFORM 4900-CHECK-RULESET-VERSIONS.
027010     PERFORM 7000-CHECK-BALCTL.
027020     PERFORM 7200-CHECK-DURCTL.
027030     PERFORM 7400-CHECK-DLINECTL.
027040     PERFORM 7600-CHECK-RATECTL.
027050     PERFORM 7900-CHECK-BILLCTL.
027100     PERFORM 9000-WRITE-SUMMARY.
027200     GOBACK.
027300     SKIP1
030200*first match wins, so the later entry can never fire.
030300     MOVE 'STRPCTL' TO WS-FND-FILE.
030400     MOVE ZERO TO SV-CNT, WS-RECNO.
030401     MOVE ZERO TO WS-STAMP-RECS.
030402     MOVE 1 TO WS-RSV-SUB.
030403     MOVE WS-FND-FILE TO RSV-MEMBER (WS-RSV-SUB).
030404     MOVE SPACE TO RSV-STATE (WS-RSV-SUB).
030500     OPEN INPUT STRPCTL.
030600     IF WS-STRP-STATUS = '35' OR WS-STRP-STATUS = '05'
030700      THEN
031300        THEN
031400         PERFORM 8400-SAY-OPEN-FAILED
031500        ELSE
031501         SET RSV-UNSTAMPED (WS-RSV-SUB) TO TRUE;
031600         PERFORM UNTIL WS-STRP-AT-EOF
031700           READ STRPCTL INTO WS-STRPCTL-LAYOUT
031800             AT END
031900               SET WS-STRP-AT-EOF TO TRUE
032000             NOT AT END
032100               ADD 1 TO WS-RECNO;
032110               MOVE WS-STRPCTL-LAYOUT TO WS-STAMP-LAYOUT;
032120               IF WS-STAMP-TAG = '*RULESET'
032130                THEN
032140                 PERFORM 4800-NOTE-RULESET-STAMP
032150                ELSE
032160                 PERFORM 1100-CHECK-STRPCTL-RECORD
032170               END-IF
032300           END-READ
032400         END-PERFORM;
032500         CLOSE STRPCTL;
033200*as-is; an eleventh never loads, and ACSTCHR's own loader caps
033300*silently (tolerable there - an unloaded strip rule only leaves a
033400*control byte in print - but worth holding the batch for here).
033500     IF WS-RECNO - WS-STAMP-RECS > 10
033600      THEN
033700       MOVE 'RECORD PAST THE 10-ENTRY TABLE - NEVER LOADED'
033800           TO WS-FND-TEXT;
037600       END-PERFORM;
037700       IF ENTRY-IS-SHADOWED
037800        THEN
037900         COMPUTE WS-RECNO = WS-J + WS-STAMP-RECS;
038000         MOVE SPACES TO WS-FND-TEXT;
038100         SUBTRACT 1 FROM WS-I;
038200         MOVE WS-I TO WS-CNT-ED;
039700*whole night run - catch it in the afternoon instead.
039800     MOVE 'MASKCTL' TO WS-FND-FILE.
039900     MOVE ZERO TO MV-CNT, WS-RECNO.
039901     MOVE ZERO TO WS-STAMP-RECS.
039902     MOVE 2 TO WS-RSV-SUB.
039903     MOVE WS-FND-FILE TO RSV-MEMBER (WS-RSV-SUB).
039904     MOVE SPACE TO RSV-STATE (WS-RSV-SUB).
040000     OPEN INPUT MASKCTL.
040100     IF WS-MASK-STATUS = '35' OR WS-MASK-STATUS = '05'
040200      THEN
040800        THEN
040900         PERFORM 8400-SAY-OPEN-FAILED
041000        ELSE
041001         SET RSV-UNSTAMPED (WS-RSV-SUB) TO TRUE;
041100         PERFORM UNTIL WS-MASK-AT-EOF
041200           READ MASKCTL INTO WS-MASKCTL-LAYOUT
041300             AT END
041400               SET WS-MASK-AT-EOF TO TRUE
041500             NOT AT END
041600               ADD 1 TO WS-RECNO;
041610               MOVE WS-MASKCTL-LAYOUT TO WS-STAMP-LAYOUT;
041620               IF WS-STAMP-TAG = '*RULESET'
041630                THEN
041640                 PERFORM 4800-NOTE-RULESET-STAMP
041650                ELSE
041660                 PERFORM 2100-CHECK-MASKCTL-RECORD
041670               END-IF
041800           END-READ
041900         END-PERFORM;
042000         CLOSE MASKCTL;
042500 2100-CHECK-MASKCTL-RECORD.
042600* One MASKCTL record, graded exactly as 0940-LOAD-MASK-RULE
042700*grades it.
042800     IF WS-RECNO - WS-STAMP-RECS > 10
042900      THEN
043000       MOVE 'RECORD PAST THE 10-ENTRY TABLE - RUN REFUSED'
043100           TO WS-FND-TEXT;
048800*a keyword the consumer will announce and ignore.
048900     MOVE 'ACSTOPT' TO WS-FND-FILE.
049000     MOVE ZERO TO WS-RECNO.
049001     MOVE ZERO TO WS-STAMP-RECS.
049002     MOVE 3 TO WS-RSV-SUB.
049003     MOVE WS-FND-FILE TO RSV-MEMBER (WS-RSV-SUB).
049004     MOVE SPACE TO RSV-STATE (WS-RSV-SUB).
049100     OPEN INPUT OPT-CTL.
049200     IF WS-OPT-STATUS = '35' OR WS-OPT-STATUS = '05'
049300      THEN
049900        THEN
050000         PERFORM 8400-SAY-OPEN-FAILED
050100        ELSE
050101         SET RSV-UNSTAMPED (WS-RSV-SUB) TO TRUE;
050200         PERFORM UNTIL WS-OPT-AT-EOF
050300           READ OPT-CTL INTO WS-KV-LAYOUT
050400             AT END
050500               SET WS-OPT-AT-EOF TO TRUE
050600             NOT AT END
050700               ADD 1 TO WS-RECNO;
050710               MOVE WS-KV-LAYOUT TO WS-STAMP-LAYOUT;
050720               IF WS-STAMP-TAG = '*RULESET'
050730                THEN
050740                 PERFORM 4800-NOTE-RULESET-STAMP
050750                ELSE
050760                 PERFORM 3100-CHECK-ACSTOPT-RECORD
050770               END-IF
050900           END-READ
051000         END-PERFORM;
051100         CLOSE OPT-CTL
059900         PERFORM 8100-SAY-ERROR
060000     END-EVALUATE.
060100     SKIP1
060101 4800-NOTE-RULESET-STAMP.
060102* A *RULESET stamp names the rule set version the member was
060103*generated from (see ACSTRMNT).  ACSTCHR and ACOUTCHR skip it when
060104*they load the member and log its version on ACSTLOG, so it is not
060105*a rule here either, and the 10-entry caps above count rules only.
060106*A second stamp, or a version that is not six digits, loads but is
060107*not what the generator writes.
060108     ADD 1 TO WS-STAMP-RECS.
060109     IF WS-STAMP-RECS > 1
060110      THEN
060111       MOVE 'MORE THAN ONE *RULESET STAMP - THE LAST IS LOGGED'
060112           TO WS-FND-TEXT;
060113       PERFORM 8200-SAY-WARNING
060114     END-IF.
060115     IF WS-STAMP-VERSION IS NOT NUMERIC
060116      THEN
060117       MOVE '*RULESET VERSION NOT NUMERIC - LOGGED AS ZERO'
060118           TO WS-FND-TEXT;
060119       PERFORM 8200-SAY-WARNING;
060120       MOVE '000000' TO WS-STAMP-VERSION
060121     END-IF.
060122     SET RSV-STAMPED (WS-RSV-SUB) TO TRUE.
060123     MOVE WS-STAMP-VERSION TO RSV-VERSION (WS-RSV-SUB).
060124     SKIP1
060125 4900-CHECK-RULESET-VERSIONS.
060126* The four rule members are one rule set.  Once any of them
060127*carries a stamp, every member that was read must carry the same
060128*version - otherwise the night runs one version's masking beside
060129*another's strip rules, and ACSTLOG records a set nobody
060130*approved.  Members with no stamp at all are the hand-maintained
060131*case and pass as before.
060132     MOVE ZERO TO WS-RSV-FIRST, WS-RECNO.
060133     PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > 4
060134       IF RSV-STAMPED (WS-I) AND WS-RSV-FIRST = ZERO
060135        THEN
060136         MOVE WS-I TO WS-RSV-FIRST
060137       END-IF
060138     END-PERFORM.
060139     IF WS-RSV-FIRST > ZERO
060140      THEN
060141       MOVE 'RULESET' TO WS-FND-FILE;
060142       MOVE SPACES TO WS-FND-TEXT;
060143       STRING 'RULE SET VERSION ' DELIMITED BY SIZE
060144              RSV-VERSION (WS-RSV-FIRST) DELIMITED BY SIZE
060145              ' STAMPED ON ' DELIMITED BY SIZE
060146              RSV-MEMBER (WS-RSV-FIRST) DELIMITED BY SPACE
060147              INTO WS-FND-TEXT;
060148       PERFORM 8300-SAY-INFO;
060149       PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > 4
060150         MOVE RSV-MEMBER (WS-I) TO WS-FND-FILE;
060151         MOVE SPACES TO WS-FND-TEXT;
060152         EVALUATE TRUE
060153           WHEN RSV-UNSTAMPED (WS-I)
060154             MOVE 'NO *RULESET STAMP, OTHERS STAMPED - MIXED SET'
060155                 TO WS-FND-TEXT;
060156             PERFORM 8200-SAY-WARNING
060157           WHEN RSV-STAMPED (WS-I) AND
060158                RSV-VERSION (WS-I) NOT =
060159                RSV-VERSION (WS-RSV-FIRST)
060160             STRING 'STAMPED VERSION ' DELIMITED BY SIZE
060161                    RSV-VERSION (WS-I) DELIMITED BY SIZE
060162                    ' DIFFERS FROM ' DELIMITED BY SIZE
060163                    RSV-VERSION (WS-RSV-FIRST) DELIMITED BY SIZE
060164                    ' - MIXED SET' DELIMITED BY SIZE
060165                    INTO WS-FND-TEXT;
060166             PERFORM 8200-SAY-WARNING
060167         END-EVALUATE
060168       END-PERFORM
060169     END-IF.
060170     SKIP1
060200 5000-CHECK-RETNCTL.
060300* The ACSTLRET retention window - one record, days in columns 1-5.
060400*A value 1100-LOAD-RETENTION-CONTROL would refuse (non-numeric or
069300*the capture reads the record after masking.
069400     MOVE 'IDXCTL' TO WS-FND-FILE.
069500     MOVE ZERO TO IXV-CNT, WS-RECNO.
069501     MOVE ZERO TO WS-STAMP-RECS.
069502     MOVE 4 TO WS-RSV-SUB.
069503     MOVE WS-FND-FILE TO RSV-MEMBER (WS-RSV-SUB).
069504     MOVE SPACE TO RSV-STATE (WS-RSV-SUB).
069600     OPEN INPUT IDXCTL.
069700     IF WS-IDXC-STATUS = '35' OR WS-IDXC-STATUS = '05'
069800      THEN
070400        THEN
070500         PERFORM 8400-SAY-OPEN-FAILED
070600        ELSE
070601         SET RSV-UNSTAMPED (WS-RSV-SUB) TO TRUE;
070700         PERFORM UNTIL WS-IDXC-AT-EOF
070800           READ IDXCTL INTO WS-IDXCTL-LAYOUT
070900             AT END
071000               SET WS-IDXC-AT-EOF TO TRUE
071100             NOT AT END
071200               ADD 1 TO WS-RECNO;
071210               MOVE WS-IDXCTL-LAYOUT TO WS-STAMP-LAYOUT;
071220               IF WS-STAMP-TAG = '*RULESET'
071230                THEN
071240                 PERFORM 4800-NOTE-RULESET-STAMP
071250                ELSE
071260                 PERFORM 6600-CHECK-IDXCTL-RECORD
071270               END-IF
071400           END-READ
071500         END-PERFORM;
071600         CLOSE IDXCTL;
071900     END-IF.
072000     SKIP1
072100 6600-CHECK-IDXCTL-RECORD.
072200     IF WS-RECNO - WS-STAMP-RECS > 10
072300      THEN
072400       MOVE 'RECORD PAST THE 10-ENTRY TABLE - NEVER LOADED'
072500           TO WS-FND-TEXT;
077099     SKIP1
077099 7600-CHECK-RATECTL.
077099* The ACSTCBIL rate table, graded exactly as 1100-LOAD-RATE-
077099*TABLE and 1200-LOAD-RATE-RECORD grade it: a numeric rate,
077099*a nonblank cost center and effective dates numeric or blank and
077099*not ending before they start per entry, and no more than 100
077099*acceptable entries - the consumer's cap counts entries it
077099*accepts, so refused records do not use up a slot.  A bad
077099*entry bills its jobs to suspense; an overflowed one is
077099               PERFORM 7700-CHECK-RATECTL-RECORD
077099           END-READ
077099         END-PERFORM;
077099         CLOSE RATECTL;
077099         PERFORM 7800-CHECK-RATECTL-OVERLAP
077099       END-IF
077099     END-IF.
077099     SKIP1
077099 7700-CHECK-RATECTL-RECORD.
077099     MOVE WS-RATECTL-EXT TO WS-RATECTL-DATES.
077099     IF WS-RATECTL-FROM = SPACES
077099      THEN
077099       MOVE '00000000' TO WS-RATE-FROM
077099      ELSE
077099       MOVE WS-RATECTL-FROM TO WS-RATE-FROM
077099     END-IF.
077099     IF WS-RATECTL-TO = SPACES
077099      THEN
077099       MOVE '99999999' TO WS-RATE-TO
077099      ELSE
077099       MOVE WS-RATECTL-TO TO WS-RATE-TO
077099     END-IF.
077099     EVALUATE TRUE
077099       WHEN WS-RATECTL-RATE IS NOT NUMERIC OR
077099            WS-RATECTL-CENTER = SPACES
077099         MOVE 'RATE NOT NUMERIC OR CENTER BLANK - ENTRY REFUSED'
077099             TO WS-FND-TEXT
077099         PERFORM 8100-SAY-ERROR
077099       WHEN WS-RATE-FROM IS NOT NUMERIC OR
077099            WS-RATE-TO IS NOT NUMERIC
077099         MOVE 'EFFECTIVE DATE NOT NUMERIC - ENTRY REFUSED'
077099             TO WS-FND-TEXT
077099         PERFORM 8100-SAY-ERROR
077099       WHEN WS-RATE-FROM > WS-RATE-TO
077099         MOVE 'IN FORCE FROM AFTER IT ENDS - ENTRY REFUSED'
077099             TO WS-FND-TEXT
077099         PERFORM 8100-SAY-ERROR
077099       WHEN OTHER
077099         ADD 1 TO WS-RATE-OK-CNT
077099         IF WS-RATE-OK-CNT > 100
077099          THEN
077099           MOVE 'ENTRY PAST THE 100-ENTRY TABLE - NEVER LOADED'
077099               TO WS-FND-TEXT;
077099           PERFORM 8100-SAY-ERROR
077099          ELSE
077099           MOVE WS-RATE-OK-CNT TO RTV-CNT;
077099           MOVE WS-RATECTL-JOB TO RTV-JOB (RTV-CNT);
077099           MOVE WS-RATECTL-FORMDEF TO RTV-FORMDEF (RTV-CNT);
077099           MOVE WS-RATE-FROM TO RTV-FROM (RTV-CNT);
077099           MOVE WS-RATE-TO TO RTV-TO (RTV-CNT);
077099           MOVE WS-RECNO TO RTV-RECNO (RTV-CNT)
077099         END-IF
077099     END-EVALUATE.
077099     SKIP1
077099 7800-CHECK-RATECTL-OVERLAP.
077099* First match wins in ACSTCBIL's 2100-BILL-FEED-RECORD among the
077099*entries in force on the feed record's run date, and a blank job
077099*or FORMDEF matches any.  Entry J is overridden on any date some
077099*earlier entry I that accepts every record J accepts is in force
077099*as well - J's rate is never charged there.  The usual cause is a
077099*superseded rate whose end date was not set when its replacement
077099*was added.
077099     PERFORM VARYING WS-J FROM 2 BY 1 UNTIL WS-J > RTV-CNT
077099       SET ENTRY-NOT-SHADOWED TO TRUE;
077099       PERFORM VARYING WS-I FROM 1 BY 1
077099               UNTIL WS-I = WS-J OR ENTRY-IS-SHADOWED
077099         IF (RTV-JOB (WS-I) = SPACES OR
077099              RTV-JOB (WS-I) = RTV-JOB (WS-J)) AND
077099            (RTV-FORMDEF (WS-I) = SPACES OR
077099              RTV-FORMDEF (WS-I) = RTV-FORMDEF (WS-J)) AND
077099            RTV-FROM (WS-I) NOT > RTV-TO (WS-J) AND
077099            RTV-TO (WS-I) NOT < RTV-FROM (WS-J)
077099          THEN
077099           SET ENTRY-IS-SHADOWED TO TRUE
077099         END-IF
077099       END-PERFORM;
077099       IF ENTRY-IS-SHADOWED
077099        THEN
077099         MOVE RTV-RECNO (WS-J) TO WS-RECNO;
077099         MOVE SPACES TO WS-FND-TEXT;
077099         SUBTRACT 1 FROM WS-I;
077099         MOVE RTV-RECNO (WS-I) TO WS-CNT-ED;
077099         STRING 'IN FORCE WITH EARLIER RECORD ' DELIMITED BY SIZE
077099                WS-CNT-ED DELIMITED BY SIZE
077099                ' ON SOME DATES - THE EARLIER RATE WINS THERE'
077099                DELIMITED BY SIZE
077099                INTO WS-FND-TEXT;
077099         PERFORM 8200-SAY-WARNING
077099       END-IF
077099     END-PERFORM.
077099     SKIP1
077099 7900-CHECK-BILLCTL.
077099* The ACSTCBIL run mode and period, graded exactly as 1050-LOAD-
077099*BILL-CONTROL and 1060-APPLY-BILL-OPTION grade them.  ACSTCBIL
077099*refuses the whole run on any of these, so each is an ERROR.
077099     MOVE 'BILLCTL' TO WS-FND-FILE.
077099     MOVE ZERO TO WS-RECNO.
077099     SET BCTL-NOT-REBILL TO TRUE.
077099     SET BCTL-NO-PERIOD TO TRUE.
077099     OPEN INPUT BILL-CTL.
077099     IF WS-BILC-STATUS = '35' OR WS-BILC-STATUS = '05'
077099      THEN
077099       MOVE 'NOT ALLOCATED - INVOICES THE FEED FOR ITS OWN MONTH'
077099           TO WS-FND-TEXT;
077099       PERFORM 8300-SAY-INFO
077099      ELSE
077099       IF WS-BILC-STATUS NOT = '00'
077099        THEN
077099         PERFORM 8400-SAY-OPEN-FAILED
077099        ELSE
077099         PERFORM UNTIL WS-BILC-AT-EOF
077099           READ BILL-CTL INTO WS-KV-LAYOUT
077099             AT END
077099               SET WS-BILC-AT-EOF TO TRUE
077099             NOT AT END
077099               ADD 1 TO WS-RECNO;
077099               PERFORM 7950-CHECK-BILLCTL-RECORD
077099           END-READ
077099         END-PERFORM;
077099         CLOSE BILL-CTL;
077099         IF BCTL-IS-REBILL AND BCTL-NO-PERIOD
077099          THEN
077099           MOVE ZERO TO WS-RECNO;
077099           MOVE 'MODE REBILL WITHOUT A PERIOD - RUN REFUSED'
077099               TO WS-FND-TEXT;
077099           PERFORM 8100-SAY-ERROR
077099         END-IF
077099       END-IF
077099     END-IF.
077099     SKIP1
077099 7950-CHECK-BILLCTL-RECORD.
077099     EVALUATE WS-KV-KEYWORD
077099       WHEN 'MODE'
077099         EVALUATE WS-KV-VALUE
077099           WHEN 'BILL'
077099             SET BCTL-NOT-REBILL TO TRUE
077099           WHEN 'REBILL'
077099             SET BCTL-IS-REBILL TO TRUE
077099           WHEN OTHER
077099             MOVE 'MODE VALUE NOT BILL OR REBILL - RUN REFUSED'
077099                 TO WS-FND-TEXT
077099             PERFORM 8100-SAY-ERROR
077099         END-EVALUATE
077099       WHEN 'PERIOD'
077099         IF WS-KV-VALUE (1 : 6) IS NUMERIC AND
077099            WS-KV-VALUE (7 : 2) = SPACES AND
077099            WS-KV-VALUE (5 : 2) > '00' AND
077099            WS-KV-VALUE (5 : 2) < '13'
077099          THEN
077099           SET BCTL-HAS-PERIOD TO TRUE
077099          ELSE
077099           MOVE 'PERIOD VALUE NOT YYYYMM - RUN REFUSED'
077099               TO WS-FND-TEXT;
077099           PERFORM 8100-SAY-ERROR
077099         END-IF
077099       WHEN OTHER
077099         MOVE SPACES TO WS-FND-TEXT;
077099         STRING 'KEYWORD NOT RECOGNIZED: ' DELIMITED BY SIZE
077099                WS-KV-KEYWORD DELIMITED BY SIZE
077099                INTO WS-FND-TEXT;
077099         PERFORM 8100-SAY-ERROR
077099     END-EVALUATE.
077099     SKIP1
077100 8100-SAY-ERROR.
077200     ADD 1 TO WS-ERR-CNT.
077300     MOVE 'ERROR   ' TO WS-MSG-LINE.
