000110 PROCESS DYNAM NUMPROC(PFD) TRUNC(OPT)           NOSEQ     RENT
000200* LAST UPDATE ON 15 Oct 2026 AT 18:00:00 BY  MAINT     VERSION 07 *
000300 ID DIVISION.
000400 PROGRAM-ID. ACOUTCHR.
000500 AUTHOR. MAINT.
002297               the complete two-sided story of each run and the
002297               end-of-day review can flag any EOF record with no
002297               verdict after it (see 8500-LOG-RECON-EVENT).
002297
002297               MASKCTL is maintained through ACSTRMNT, which
002297               stamps each published member with a '*RULESET'
002297               first record carrying the rule-set version.  The
002297               stamp is not a rule: the loader takes its version
002297               aside and logs it on ACSTLOG at first call as a
002297               RULES event under this program's key (MASKCTL
002297               version in the CHGCNT slot, zero if unstamped), so
002297               the rules this exit verified against can be
002297               matched to the ones ACSTCHR applied.
002410
002420               CAUTION: the OUT-PARMS layout below (LINKAGE
002430               SECTION) is this author's inference by analogy to
009918 77  WS-VER-END              PIC S9(9) BINARY VALUE ZERO.
009918 77  WS-VER-LEN              PIC S9(5) BINARY VALUE ZERO.
009918 77  WS-FILL-TALLY           PIC 9(5) BINARY VALUE ZERO.
009918* ACSTRMNT's rule-set stamp: '*RULESET', a blank, and the six-
009918*digit version.  WS-MASK-RULESET holds the version MASKCTL was
009918*stamped with (zero when absent or unstamped).
009918 01  WS-RULESET-STAMP.
009918     05  WS-RULESET-TAG      PIC X(8).
009918         88  WS-RULESET-IS-STAMP VALUE '*RULESET'.
009918     05  FILLER              PIC X.
009918     05  WS-RULESET-VERSION  PIC X(6).
009918     05  FILLER              PIC X(9).
009918 77  WS-MASK-RULESET         PIC 9(6) VALUE ZERO.
009920* OUT-RECLEN's only bound in this program is the guessed OUT-
009930*PARMS shape (see the UNVERIFIED note above OUT-PARMS) - if the
009940*real OUTEXIT layout differs, OUT-RECLEN is reading whatever
014240*position ACSTCHR records for its own first-call state.
014250       MOVE ZERO TO WS-MASK-VIOLCNT;
014260       SET MASK-RULES-FIT TO TRUE;
014260       MOVE ZERO TO WS-MASK-RULESET;
014270       PERFORM 7200-LOAD-MASK-TABLE;
014270       PERFORM 8650-LOG-RULESET-VERSION;
014300     END-IF.
014400     IF OUT-EOF
014500      THEN
020561           AT END
020561             SET WS-MASKCTL-AT-EOF TO TRUE
020561           NOT AT END
020561             MOVE WS-MASKCTL-LAYOUT TO WS-RULESET-STAMP
020561             IF WS-RULESET-IS-STAMP
020561              THEN
020561               PERFORM 7260-NOTE-RULESET-STAMP
020561              ELSE
020561               PERFORM 7250-LOAD-MASK-RULE
020561             END-IF
020561         END-READ
020561       END-PERFORM;
020561       IF NOT WS-MASKCTL-AT-EOF
020561               WS-MASKCTL-LAYOUT
020561     END-IF.
020561     SKIP1
020561 7260-NOTE-RULESET-STAMP.
020561* The ACSTRMNT stamp, not a rule (see the INSTALLATION note).  It
020561*does not count toward the 10-entry table.  A version that is not
020561*numeric is said out loud and logged as zero, the same as an
020561*unstamped member.
020561     IF WS-RULESET-VERSION IS NUMERIC
020561      THEN
020561       MOVE WS-RULESET-VERSION TO WS-MASK-RULESET
020561      ELSE
020561       MOVE ZERO TO WS-MASK-RULESET;
020561       DISPLAY PGMNAME, ' *RULESET STAMP VERSION NOT NUMERIC - ',
020561               'LOGGED AS 000000: ', WS-RULESET-VERSION
020561     END-IF.
020561     SKIP1
020561 7300-VERIFY-MASKED-COLUMNS.
020561* One written record against every rule: each rule's column
020561*range, clamped to the record's data length the same way the
020617     MOVE UAREA-OUTCNT TO WS-LOG-CHGCNT.
020617     MOVE WS-DELTA TO WS-LOG-DELCNT.
020617     MOVE ZERO TO WS-LOG-INSCNT.
020617     PERFORM 8550-WRITE-LOG-RECORD.
020617     SKIP1
020617 8550-WRITE-LOG-RECORD.
020617* Write the record staged in WS-LOG-LAYOUT (identity, time, event,
020617*and counters all set by the caller) to ACSTLOG.
020617     OPEN I-O COUNTS-LOG.
020617     IF WS-LOG-STATUS = '35' OR WS-LOG-STATUS = '05'
020617      THEN
020617     IF WS-LOG-STATUS NOT = '00'
020617      THEN
020617       DISPLAY PGMNAME, ' *** ACSTLOG OPEN FAILED, STATUS=',
020617               WS-LOG-STATUS, ' - ', WS-LOG-EVENT,
020617               ' EVENT NOT LOGGED.'
020617      ELSE
020617       MOVE WS-LOG-LAYOUT TO COUNTS-LOG-RECORD;
020617       IF WS-LOG-STATUS NOT = '00'
020617        THEN
020617         DISPLAY PGMNAME, ' *** ACSTLOG WRITE FAILED, STATUS=',
020617                 WS-LOG-STATUS, ' - ', WS-LOG-EVENT,
020617                 ' EVENT NOT LOGGED.'
020617       END-IF;
020617       CLOSE COUNTS-LOG
020617       WRITE OUT-RPT-RECORD
020617     END-IF.
020617     SKIP1
020617 8650-LOG-RULESET-VERSION.
020617* At first call, log the MASKCTL rule-set version this exit will
020617*verify against as a RULES event under this program's key, beside
020617*ACSTCHR's own RULES record for the run.  The identity is read
020617*here; 8000-RECONCILE-COUNTS reads it again at OUT-EOF.  Only the
020617*CHGCNT slot - MASKCTL's slot on ACSTCHR's RULES record - is used.
020617     DISPLAY 'JOBNAME' UPON ENVIRONMENT-NAME.
020617     ACCEPT WS-JOBNAME FROM ENVIRONMENT-VALUE.
020617     DISPLAY 'STEPNAME' UPON ENVIRONMENT-NAME.
020617     ACCEPT WS-STEPNAME FROM ENVIRONMENT-VALUE.
020617     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
020617     DISPLAY PGMNAME, ' MASKCTL RULE-SET VERSION ',
020617             WS-MASK-RULESET.
020617     MOVE PGMNAME TO WS-LOG-PGM.
020617     MOVE WS-JOBNAME TO WS-LOG-JOB.
020617     MOVE WS-STEPNAME TO WS-LOG-STEP.
020617     MOVE WS-CURRENT-DATE TO WS-LOG-DATE.
020617     ACCEPT WS-CURRENT-TIME FROM TIME.
020617     COMPUTE WS-TIME-HHMMSS = WS-CURRENT-TIME / 100.
020617     MOVE WS-TIME-HHMMSS TO WS-LOG-TIME.
020617     MOVE 'RULES' TO WS-LOG-EVENT.
020617     MOVE ZERO TO WS-LOG-RECCNT.
020617     MOVE WS-MASK-RULESET TO WS-LOG-CHGCNT.
020617     MOVE ZERO TO WS-LOG-DELCNT.
020617     MOVE ZERO TO WS-LOG-INSCNT.
020617     PERFORM 8550-WRITE-LOG-RECORD.
020617     SKIP1
020618 8900-SET-ALERT-RC.
020590* Every alerted condition (mismatch beyond tolerance, no log,
020600*no matching run, unreadable log) lands here after its WTO.
