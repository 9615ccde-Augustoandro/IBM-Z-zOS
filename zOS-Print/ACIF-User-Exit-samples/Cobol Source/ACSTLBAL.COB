000110 PROCESS DYNAM NUMPROC(PFD) TRUNC(OPT)           NOSEQ
000200* LAST UPDATE ON 15 Oct 2026 AT 18:00:00 BY  MAINT     VERSION 04 *
000300 ID DIVISION.
000400 PROGRAM-ID. ACSTLBAL.
000500 AUTHOR. MAINT.
002100               run with no reconciliation verdict after it is
002200               flagged by name - that is how an output exit that
002300               quietly fell out of a job's JCL finally gets
002400               caught.  ACSTUBAL upstream balancing events are
002410               read the same way: a run whose application
002420               control totals did not balance, or whose totals
002430               found no run to balance against, is flagged by
002440               name beside the reconciliation exceptions.  The
002500               page closes with one CLEAN or EXCEPTIONS verdict
002510               line.
002511
002512               A run that took an ACSTCHR proof sample (a PROOF
002513               event) is held to the print-quality desk's
002514               sign-off as ACSTQASN records it: a completed run
002515               whose latest QA decision is not an approval was
002516               released without one, and is flagged by name.
002600
002700               DD statements:
002800                 ACSTLOG  - the reconciliation log KSDS, input.
017100 77  WS-RCN-MISMATCH         PIC 9(4) BINARY VALUE ZERO.
017200 77  WS-RCN-NORUN            PIC 9(4) BINARY VALUE ZERO.
017300 77  WS-NO-VERDICT           PIC 9(4) BINARY VALUE ZERO.
017310 77  WS-UBL-OK               PIC 9(4) BINARY VALUE ZERO.
017320 77  WS-UBL-OUT              PIC 9(4) BINARY VALUE ZERO.
017330 77  WS-UBL-NORUN            PIC 9(4) BINARY VALUE ZERO.
017331 77  WS-RUNS-PROOFED         PIC 9(4) BINARY VALUE ZERO.
017332 77  WS-QA-APPROVED          PIC 9(4) BINARY VALUE ZERO.
017333 77  WS-QA-REJECTED          PIC 9(4) BINARY VALUE ZERO.
017334 77  WS-QA-NOT-APPROVED      PIC 9(4) BINARY VALUE ZERO.
017400 77  WS-EXCEPT-COUNT         PIC 9(4) BINARY VALUE ZERO.
017500/ JOB/STEP GROUP TABLE FOR THE AS-OF DATE.  ACOUTCHR VERDICTS
017600*ARRIVE FIRST (KEY ORDER), ACSTCHR TRAIL EVENTS AFTER, ACSTUBAL
017700*BALANCING EVENTS LAST, WITH ACSTQASN QA DECISIONS BETWEEN THE
017800*TWO; THE LATEST VERDICT, BALANCE OR DECISION FOR A GROUP WINS.
017850*THE ABND/REFUSED FLAGS FEED THE EXCEPTION DETAIL LINES.
017900 77  WS-GRP-TABLE-MAX        PIC 9(4) BINARY VALUE 500.
018000 77  WS-GRP-COUNT            PIC 9(4) BINARY VALUE ZERO.
018100 77  WS-GRP-SKIPPED          PIC 9(4) BINARY VALUE ZERO.
019300             88  GRP-VERDICT-TOLER    VALUE 'T'.
019400             88  GRP-VERDICT-MISMATCH VALUE 'M'.
019500             88  GRP-VERDICT-NORUN    VALUE 'N'.
019510         10  GRP-UBAL        PIC X.
019520             88  GRP-UBAL-NONE        VALUE ' '.
019530             88  GRP-UBAL-OK          VALUE 'O'.
019540             88  GRP-UBAL-OUT         VALUE 'B'.
019550             88  GRP-UBAL-NORUN       VALUE 'N'.
019551         10  GRP-PROOF       PIC X.
019552             88  GRP-PROOF-NONE       VALUE ' '.
019553             88  GRP-PROOF-TAKEN      VALUE 'Y'.
019554         10  GRP-QA          PIC X.
019555             88  GRP-QA-NONE          VALUE ' '.
019556             88  GRP-QA-APPROVED      VALUE 'A'.
019557             88  GRP-QA-REJECTED      VALUE 'R'.
019600 77  WS-SUB                  PIC 9(4) BINARY VALUE ZERO.
019700 77  WS-GRP-SUB              PIC 9(4) BINARY VALUE ZERO.
019800 77  WS-GRP-FOUND            PIC X VALUE 'N'.
029000 2000-PROCESS-LOG-RECORD.
029100* Take the next log record in key order and keep only the as-of
029200*date's.  ACOUTCHR verdict events and ACSTCHR trail events both
029300*land in the same job/step group entry, as do ACSTUBAL
029310*upstream balancing events and ACSTQASN QA decisions; any
029400*other writer of the log is ignored rather than guessed at.
029500     READ COUNTS-LOG NEXT RECORD INTO WS-LOG-LAYOUT
029600       AT END
029700         SET WS-LOG-AT-EOF TO TRUE
030400               PERFORM 2100-NOTE-RECON-EVENT
030500             WHEN 'ACSTCHR'
030600               PERFORM 2200-NOTE-INPUT-EVENT
030610             WHEN 'ACSTUBAL'
030620               PERFORM 2400-NOTE-BALANCE-EVENT
030621             WHEN 'ACSTQASN'
030622               PERFORM 2500-NOTE-QA-EVENT
030700           END-EVALUATE
030800         END-IF
030900     END-READ.
033640*passed and the deleted together, and every EOF's counts roll
033700*into the shop-wide totals - a warned duplicate's output and a
033800*refused run's deletions are both real activity the clerk must
033810*see.  INIT and CKPT are bookkeeping, not balance.  A PROOF
033820*event marks a run that took a proof sample and so must carry a
033830*QA approval before its output is released.
034000     EVALUATE WS-LOG-EVENT
034100       WHEN 'EOF  '
034200         PERFORM 2300-FIND-GROUP;
037200          THEN
037300           ADD 1 TO GRP-ABND-CNT (WS-GRP-SUB)
037400         END-IF
037401       WHEN 'PROOF'
037402         PERFORM 2300-FIND-GROUP;
037403         IF GROUP-FOUND
037404          THEN
037405           SET GRP-PROOF-TAKEN (WS-GRP-SUB) TO TRUE
037406         END-IF
037500     END-EVALUATE.
037600     SKIP1
037700 2300-FIND-GROUP.
040600         MOVE ZERO TO GRP-DUP-CNT (WS-GRP-SUB);
040700         MOVE ZERO TO GRP-REFUSED-CNT (WS-GRP-SUB);
040800         SET GRP-VERDICT-NONE (WS-GRP-SUB) TO TRUE;
040810         SET GRP-UBAL-NONE (WS-GRP-SUB) TO TRUE;
040811         SET GRP-PROOF-NONE (WS-GRP-SUB) TO TRUE;
040812         SET GRP-QA-NONE (WS-GRP-SUB) TO TRUE;
040900         SET GROUP-FOUND TO TRUE
041000       END-IF
041100     END-IF.
041200     SKIP1
041202 2400-NOTE-BALANCE-EVENT.
041204* One ACSTUBAL balancing event (see ACSTUBAL 3500-LOG-BALANCE-
041206*EVENT).  As with the reconciliation verdicts the latest one
041208*for a group wins - rebalancing after the application resends
041210*corrected totals regrades the day.  A run with no balancing
041212*event is not an exception: not every application sends totals.
041214     PERFORM 2300-FIND-GROUP.
041216     IF GROUP-FOUND
041218      THEN
041220       EVALUATE WS-LOG-EVENT
041222         WHEN 'UBLOK'
041224           SET GRP-UBAL-OK (WS-GRP-SUB) TO TRUE
041226         WHEN 'UBLOB'
041228           SET GRP-UBAL-OUT (WS-GRP-SUB) TO TRUE
041230         WHEN 'UBLNR'
041232           SET GRP-UBAL-NORUN (WS-GRP-SUB) TO TRUE
041234       END-EVALUATE
041236     END-IF.
041238     SKIP1
041240 2500-NOTE-QA-EVENT.
041242* One ACSTQASN decision (see ACSTQASN 3500-LOG-QA-DECISION),
041244*logged under the proofed run's job, step, and date.  The latest
041246*decision wins - a unit rejected, corrected, and reproofed under
041248*the same job and step is approved by the later sign-off.
041250     PERFORM 2300-FIND-GROUP.
041252     IF GROUP-FOUND
041254      THEN
041256       EVALUATE WS-LOG-EVENT
041258         WHEN 'QAAPR'
041260           SET GRP-QA-APPROVED (WS-GRP-SUB) TO TRUE
041262         WHEN 'QAREJ'
041264           SET GRP-QA-REJECTED (WS-GRP-SUB) TO TRUE
041266       END-EVALUATE
041268     END-IF.
041270     SKIP1
041300 4000-PRINT-REPORT.
041400* The one sign-off page: the counts, the verdict tallies, the
041500*exception detail lines, and the closing CLEAN or EXCEPTIONS
048200         WHEN GRP-VERDICT-NORUN (WS-SUB)
048300           ADD 1 TO WS-RCN-NORUN
048400       END-EVALUATE;
048410       EVALUATE TRUE
048420         WHEN GRP-UBAL-OK (WS-SUB)
048430           ADD 1 TO WS-UBL-OK
048440         WHEN GRP-UBAL-OUT (WS-SUB)
048450           ADD 1 TO WS-UBL-OUT
048460         WHEN GRP-UBAL-NORUN (WS-SUB)
048470           ADD 1 TO WS-UBL-NORUN
048480       END-EVALUATE;
048481       IF GRP-PROOF-TAKEN (WS-SUB)
048482        THEN
048483         ADD 1 TO WS-RUNS-PROOFED
048484       END-IF;
048485       EVALUATE TRUE
048486         WHEN GRP-QA-APPROVED (WS-SUB)
048487           ADD 1 TO WS-QA-APPROVED
048488         WHEN GRP-QA-REJECTED (WS-SUB)
048489           ADD 1 TO WS-QA-REJECTED
048490       END-EVALUATE;
048491       IF GRP-EOF-CNT (WS-SUB) > ZERO AND
048492          GRP-PROOF-TAKEN (WS-SUB) AND
048493          NOT GRP-QA-APPROVED (WS-SUB)
048494        THEN
048495         ADD 1 TO WS-QA-NOT-APPROVED
048496       END-IF;
048500       IF GRP-EOF-CNT (WS-SUB) > ZERO AND
048600          GRP-VERDICT-NONE (WS-SUB)
048700        THEN
048800         ADD 1 TO WS-NO-VERDICT
048900       END-IF
049000     END-PERFORM.
049010* Upstream out-of-balance and no-run results count as well, and
049020*so does proofed output released without a QA approval.
049100     COMPUTE WS-EXCEPT-COUNT = WS-RUNS-ABANDONED
049200         + WS-DUP-REFUSED + WS-RCN-MISMATCH + WS-RCN-NORUN
049300         + WS-NO-VERDICT + WS-UBL-OUT + WS-UBL-NORUN
049350         + WS-QA-NOT-APPROVED.
049400     SKIP1
049500 4200-PRINT-COUNT-LINES.
049600     MOVE 'RUNS COMPLETED' TO WS-CNT-LABEL.
053200     MOVE 'EOF WITH NO RECON VERDICT' TO WS-CNT-LABEL.
053300     MOVE WS-NO-VERDICT TO WS-CNT-VALUE.
053400     WRITE BAL-RPT-RECORD FROM WS-CNT-LINE.
053404     MOVE 'UPSTREAM TOTALS BALANCED' TO WS-CNT-LABEL.
053408     MOVE WS-UBL-OK TO WS-CNT-VALUE.
053412     WRITE BAL-RPT-RECORD FROM WS-CNT-LINE.
053416     MOVE 'UPSTREAM OUT OF BALANCE' TO WS-CNT-LABEL.
053420     MOVE WS-UBL-OUT TO WS-CNT-VALUE.
053424     WRITE BAL-RPT-RECORD FROM WS-CNT-LINE.
053428     MOVE 'UPSTREAM BALANCE NO-RUN' TO WS-CNT-LABEL.
053432     MOVE WS-UBL-NORUN TO WS-CNT-VALUE.
053436     WRITE BAL-RPT-RECORD FROM WS-CNT-LINE.
053440     MOVE 'RUNS PROOFED' TO WS-CNT-LABEL.
053444     MOVE WS-RUNS-PROOFED TO WS-CNT-VALUE.
053448     WRITE BAL-RPT-RECORD FROM WS-CNT-LINE.
053452     MOVE 'QA APPROVED' TO WS-CNT-LABEL.
053456     MOVE WS-QA-APPROVED TO WS-CNT-VALUE.
053460     WRITE BAL-RPT-RECORD FROM WS-CNT-LINE.
053464     MOVE 'QA REJECTED' TO WS-CNT-LABEL.
053468     MOVE WS-QA-REJECTED TO WS-CNT-VALUE.
053472     WRITE BAL-RPT-RECORD FROM WS-CNT-LINE.
053476     MOVE 'RELEASED WITHOUT QA APPROVAL' TO WS-CNT-LABEL.
053480     MOVE WS-QA-NOT-APPROVED TO WS-CNT-VALUE.
053484     WRITE BAL-RPT-RECORD FROM WS-CNT-LINE.
053500     SKIP1
053600 4300-PRINT-EXCEPTION-LINES.
053700* One line per group per exception reason, named by job and
057000         MOVE 'EOF WITH NO RECON VERDICT - CHECK OUTEXIT'
057100             TO WS-EXC-REASON;
057200         WRITE BAL-RPT-RECORD FROM WS-EXC-LINE
057300       END-IF;
057303       IF GRP-UBAL-OUT (WS-SUB)
057306        THEN
057309         PERFORM 4350-BUILD-EXC-STUB;
057312         MOVE 'UPSTREAM CONTROL TOTALS OUT OF BALANCE'
057315             TO WS-EXC-REASON;
057318         WRITE BAL-RPT-RECORD FROM WS-EXC-LINE
057321       END-IF;
057324       IF GRP-UBAL-NORUN (WS-SUB)
057327        THEN
057330         PERFORM 4350-BUILD-EXC-STUB;
057333         MOVE 'UPSTREAM BALANCING FOUND NO RUN'
057336             TO WS-EXC-REASON;
057339         WRITE BAL-RPT-RECORD FROM WS-EXC-LINE
057342       END-IF;
057345       IF GRP-EOF-CNT (WS-SUB) > ZERO AND
057348          GRP-PROOF-TAKEN (WS-SUB) AND
057351          NOT GRP-QA-APPROVED (WS-SUB)
057354        THEN
057357         PERFORM 4350-BUILD-EXC-STUB;
057360         IF GRP-QA-REJECTED (WS-SUB)
057363          THEN
057366           MOVE 'RELEASED AFTER QA REJECTION'
057369               TO WS-EXC-REASON
057372          ELSE
057375           MOVE 'RELEASED WITHOUT QA APPROVAL'
057378               TO WS-EXC-REASON
057381         END-IF;
057384         WRITE BAL-RPT-RECORD FROM WS-EXC-LINE
057387       END-IF
057400     END-PERFORM.
057500     SKIP1
057600 4350-BUILD-EXC-STUB.
