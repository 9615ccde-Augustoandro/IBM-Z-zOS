000110 PROCESS DYNAM NUMPROC(PFD) TRUNC(OPT)           NOSEQ     RENT
000200* LAST UPDATE ON 15 Oct 2026 AT 18:00:00 BY  MAINT    VERSION 10 *
000300 ID DIVISION.
000400 PROGRAM-ID. ACSTCHR.
000500 AUTHOR. TURETZKY--HYDRA.
005605         ORGANIZATION IS SEQUENTIAL                               !@07
005606         ACCESS MODE IS SEQUENTIAL                                !@07
005607         FILE STATUS IS WS-RPT-STATUS.                            !@07
005608* STRPCTL, ACSTOPT, MASKCTL, and IDXCTL are maintained through    !@24
005608*ACSTRMNT, which validates each change set with ACSTCVAL, keeps   !@24
005608*the before and after image of every change on its audit file,    !@24
005608*and writes a rule-set stamp as the first record of each member:  !@24
005608*'*RULESET' in columns 1-8 and the six-digit rule-set version in  !@24
005608*columns 10-15.  The loaders below take the stamp's version aside !@24
005608*instead of loading it as a rule (it does not count toward any    !@24
005608*table's 10 entries), and the versions in force are logged on     !@24
005608*ACSTLOG as a RULES event right after INIT, so any run's output   !@24
005608*can be tied to the exact rules that produced it.  A hand-built   !@24
005608*member without a stamp still loads; its version logs as zero.    !@24
005608* STRPCTL is an optional runtime control file of STRIP-CHAR-      !@RV
005608*TABLE overrides, one fixed-format record per entry, so a site    !@RV
005608*can scope strip rules by PRMODE/TRC/TRCVAL without recompiling   !@RV
005614         ORGANIZATION IS SEQUENTIAL                                !@20
005614         ACCESS MODE IS SEQUENTIAL                                 !@20
005614         FILE STATUS IS WS-IDXCTL-STATUS.                          !@20
005615* SUPPLIST is the e-delivery suppression list the customer-       !@22
005615*preferences system refreshes daily: a VSAM KSDS whose key is the !@22
005615*document identifier exactly as IDXCTL captures it for ACSTIDX (20!@22
005615*bytes, left-justified, blank-padded - KEYS(20 0), RECORDSIZE(80  !@22
005615*80)).  A unit whose captured identifier is on the list has every !@22
005615*remaining record deleted, the same way 2500-APPLY-DISPOSITION    !@22
005615*drops blank and quarantined records, so paperless customers stop !@22
005615*getting paper.  Optional: without the DD (or without IDXCTL      !@22
005615*rules to capture an identifier by) nothing is suppressed.        !@22
005615     SELECT SUPPRESS-LIST ASSIGN TO SUPPLIST                      !@22
005615         ORGANIZATION IS INDEXED                                  !@22
005615         ACCESS MODE IS RANDOM                                    !@22
005615         RECORD KEY IS SUPP-KEY                                   !@22
005615         FILE STATUS IS WS-SUPP-STATUS.                           !@22
005615* ACSTSUP is the suppression log: one line per suppressed unit -  !@22
005615*identifier, FORMDEF, PAGEDEF, start record, and the records and  !@22
005615*pages kept off paper - so customer service can answer "why did   !@22
005615*my statement not come" and balancing can account for the pages.  !@22
005615*Optional: without the DD the counts still print on ACSTRPT.      !@22
005615     SELECT SUPPRESS-LOG ASSIGN TO ACSTSUP                        !@22
005615         ORGANIZATION IS SEQUENTIAL                               !@22
005615         ACCESS MODE IS SEQUENTIAL                                !@22
005615         FILE STATUS IS WS-SUPLOG-STATUS.                         !@22
005616* ACSTPRF is the input format profile: at EOF the shape of the    !@23
005616*stream just processed - carriage-control values, TRCVAL values,  !@23
005616*record-length range and bands, and the shares stripped, masked,  !@23
005616*and deleted - is written here, one record per measurement, keyed !@23
005616*by job, step, and the date and time of this run's EOF record on  !@23
005616*ACSTLOG.  ACSTPDRF compares each job/step's latest profile with  !@23
005616*its own recent history, so a feed that changes shape is caught   !@23
005616*even on a night its volume looks normal.  Cumulative like        !@23
005616*ACSTLOG: point the DD at a cluster defined with KEYS(45 0)       !@23
005616*RECORDSIZE(80 80).  Optional: without the DD no profile is kept. !@23
005616     SELECT INPUT-PROFILE ASSIGN TO ACSTPRF                       !@23
005616         ORGANIZATION IS INDEXED                                  !@23
005616         ACCESS MODE IS RANDOM                                    !@23
005616         RECORD KEY IS PRF-KEY                                    !@23
005616         FILE STATUS IS WS-PRF-STATUS.                            !@23
005617* PROOFCTL turns on the proof sample for a run the print-quality  !@25
005617*desk must see before full release - a new FORMDEF/PAGEDEF or a   !@25
005617*rule change going to production.  Keyword records in the ACSTOPT !@25
005617*shape with a 20-byte value: PAGES nnnnnnnn is how many pages of  !@25
005617*the first unit of each distinct FORMDEF/PAGEDEF pair are sampled !@25
005617*(default 3, zero for the watch list alone), and each WATCH record!@25
005617*names a document identifier, exactly as IDXCTL captures it, whose!@25
005617*whole unit is sampled wherever it falls.  Optional: without the  !@25
005617*DD the run takes no sample and needs no QA sign-off.             !@25
005617     SELECT PROOF-CTL ASSIGN TO PROOFCTL                          !@25
005617         ORGANIZATION IS SEQUENTIAL                               !@25
005617         ACCESS MODE IS SEQUENTIAL                                !@25
005617         FILE STATUS IS WS-PROOFCTL-STATUS.                       !@25
005617* ACSTSMP is the proof sample itself: for each sampled unit a     !@25
005617*header record, the unit's passed records exactly as they leave   !@25
005617*this exit (post-strip, masked), and a trailer with the pages and !@25
005617*records sampled and why.  ACSTQASN prints the QA sign-off sheet  !@25
005617*from it and records the desk's approve or reject on ACSTLOG.     !@25
005617*Needed whenever PROOFCTL is allocated; a run with PROOFCTL and no!@25
005617*ACSTSMP is said out loud and cannot be signed off.               !@25
005617     SELECT PROOF-FILE ASSIGN TO ACSTSMP                          !@25
005617         ORGANIZATION IS SEQUENTIAL                               !@25
005617         ACCESS MODE IS SEQUENTIAL                                !@25
005617         FILE STATUS IS WS-SMP-STATUS.                            !@25
005600     EJECT
005700 DATA DIVISION.
005710 FILE SECTION.                                                    !@04
005779     RECORDING MODE IS F                                           !@20
005779     LABEL RECORDS ARE STANDARD.                                   !@20
005779 01  IDXCTL-RECORD              PIC X(32).                         !@20
005780 FD  SUPPRESS-LIST                                                !@22
005780     LABEL RECORDS ARE STANDARD.                                  !@22
005780 01  SUPPRESS-LIST-RECORD.                                        !@22
005780     05  SUPP-KEY            PIC X(20).                           !@22
005780     05  FILLER              PIC X(60).                           !@22
005780 FD  SUPPRESS-LOG                                                 !@22
005780     RECORDING MODE IS F                                          !@22
005780     LABEL RECORDS ARE STANDARD.                                  !@22
005780 01  SUPPRESS-LOG-RECORD        PIC X(80).                        !@22
005781 FD  INPUT-PROFILE                                                !@23
005781     LABEL RECORDS ARE STANDARD.                                  !@23
005781 01  INPUT-PROFILE-RECORD.                                        !@23
005781     05  PRF-KEY             PIC X(45).                           !@23
005781     05  FILLER              PIC X(35).                           !@23
005782 FD  PROOF-CTL                                                    !@25
005782     RECORDING MODE IS F                                          !@25
005782     LABEL RECORDS ARE STANDARD.                                  !@25
005782 01  PROOF-CTL-RECORD           PIC X(32).                        !@25
005782 FD  PROOF-FILE                                                   !@25
005782     RECORDING MODE IS F                                          !@25
005782     LABEL RECORDS ARE STANDARD.                                  !@25
005782 01  PROOF-FILE-RECORD          PIC X(32760).                     !@25
005800 WORKING-STORAGE SECTION.
005900 77  PGMNAME                 PIC X(8) VALUE 'ACSTCHR'.
006000 77  ABND-PGM                PIC X(8) VALUE 'CEE3DMP'.            !@01
006229* De-edits WS-LOG-DATE for compares during the first-call scan    !@11
006229*of this job/step/date's earlier log records.                     !@11
006229 77  WS-LOG-DATE-NUM         PIC 9(8) VALUE ZERO.                 !@11
006229/ RULE-SET VERSION STAMP (*RULESET).                              !@24
006229* Any control record is moved here first to see whether it is the !@24
006229*ACSTRMNT stamp.  The versions found are logged by the RULES event!@24
006229*in its count slots: RECCNT STRPCTL, CHGCNT MASKCTL, DELCNT       !@24
006229*IDXCTL, INSCNT ACSTOPT - zero where the member is absent or was  !@24
006229*not stamped.                                                     !@24
006229 01  WS-RULESET-STAMP.                                            !@24
006229     05  WS-RULESET-TAG      PIC X(8).                            !@24
006229         88  WS-RULESET-IS-STAMP VALUE '*RULESET'.                !@24
006229     05  FILLER              PIC X.                               !@24
006229     05  WS-RULESET-VERSION  PIC X(6).                            !@24
006229     05  FILLER              PIC X(17).                           !@24
006229 77  WS-RULESET-WORK         PIC 9(6) VALUE ZERO.                 !@24
006229 77  WS-RSV-STRPCTL          PIC 9(6) VALUE ZERO.                 !@24
006229 77  WS-RSV-MASKCTL          PIC 9(6) VALUE ZERO.                 !@24
006229 77  WS-RSV-IDXCTL           PIC 9(6) VALUE ZERO.                 !@24
006229 77  WS-RSV-ACSTOPT          PIC 9(6) VALUE ZERO.                 !@24
006229 77  WS-RSV-SEEN             PIC 9(6) VALUE ZERO.                 !@24
006229 77  WS-RSV-MIXED            PIC X VALUE 'N'.                     !@24
006229     88  RULESET-IS-MIXED        VALUE 'Y'.                       !@24
006229     88  RULESET-NOT-MIXED       VALUE 'N'.                       !@24
006229/ RUNTIME OPTIONS (ACSTOPT).                                      !@11
006229 77  WS-OPT-STATUS           PIC XX VALUE SPACES.                 !@11
006229     88  WS-OPT-AT-EOF           VALUE '10'.                      !@11
006229     05  WS-UNIT-DOCID-FLAG  PIC X VALUE 'N'.                      !@20
006229         88  DOCID-CAPTURED      VALUE 'Y'.                        !@20
006229         88  DOCID-NOT-CAPTURED  VALUE 'N'.                        !@20
006229     05  WS-UNIT-SUP-FLAG    PIC X VALUE 'N'.                     !@22
006229         88  UNIT-SUPPRESSED     VALUE 'Y'.                       !@22
006229         88  UNIT-NOT-SUPPRESSED VALUE 'N'.                       !@22
006229     05  WS-UNIT-SUP-CHECK   PIC X VALUE 'N'.                     !@22
006229         88  SUP-LIST-CHECKED    VALUE 'Y'.                       !@22
006229         88  SUP-LIST-NOT-CHECKED VALUE 'N'.                      !@22
006229     05  WS-UNIT-SUP-RECCNT  PIC 9(8) BINARY VALUE ZERO.          !@22
006229     05  WS-UNIT-SUP-PAGECNT PIC 9(8) BINARY VALUE ZERO.          !@22
006229 01  WS-IDX-LAYOUT.                                               !@12
006229     05  WS-IDX-FORMDEF      PIC X(8).                            !@12
006229     05  FILLER              PIC X VALUE SPACE.                   !@12
006229 77  IDC-IDX                 PIC 9(2) BINARY VALUE ZERO.           !@20
006229 77  WS-IDC-END              PIC S9(5) BINARY VALUE ZERO.          !@20
006229 77  WS-IDC-LEN              PIC S9(5) BINARY VALUE ZERO.          !@20
006229/ E-DELIVERY SUPPRESSION (SUPPLIST, ACSTSUP).                     !@22
006229* A unit is looked up once, the moment its identifier is captured;!@22
006229*from then on its records are deleted instead of passed.  The     !@22
006229*unit's own WS-UNIT-RECCNT/PAGECNT keep counting only what was    !@22
006229*passed (normally nothing), so ACSTIDX, ACSTCHG, and the ACOUTCHR !@22
006229*reconciliation all see what really went to print; the records    !@22
006229*and pages kept off paper are counted separately here.            !@22
006229 77  WS-SUPP-STATUS          PIC XX VALUE SPACES.                 !@22
006229 77  WS-SUPP-FLAG            PIC X VALUE 'N'.                     !@22
006229     88  SUPPRESS-LIST-OPEN      VALUE 'Y'.                       !@22
006229     88  SUPPRESS-LIST-CLOSED    VALUE 'N'.                       !@22
006229 77  WS-SUPLOG-STATUS        PIC XX VALUE SPACES.                 !@22
006229 77  WS-SUPLOG-FLAG          PIC X VALUE 'N'.                     !@22
006229     88  SUPPRESS-LOG-OPEN       VALUE 'Y'.                       !@22
006229     88  SUPPRESS-LOG-CLOSED     VALUE 'N'.                       !@22
006229 77  WS-SUP-DOCCNT           PIC 9(8) BINARY VALUE ZERO.          !@22
006229 77  WS-SUP-RECCNT           PIC 9(8) BINARY VALUE ZERO.          !@22
006229 77  WS-SUP-PAGECNT          PIC 9(8) BINARY VALUE ZERO.          !@22
006229 01  WS-SUP-LAYOUT.                                               !@22
006229     05  WS-SUP-DOCID        PIC X(20).                           !@22
006229     05  FILLER              PIC X VALUE SPACE.                   !@22
006229     05  WS-SUP-FORMDEF      PIC X(8).                            !@22
006229     05  FILLER              PIC X VALUE SPACE.                   !@22
006229     05  WS-SUP-PAGEDEF      PIC X(8).                            !@22
006229     05  FILLER              PIC X VALUE SPACE.                   !@22
006229     05  WS-SUP-STARTREC     PIC 9(8).                            !@22
006229     05  FILLER              PIC X VALUE SPACE.                   !@22
006229     05  WS-SUP-RECCNT-OUT   PIC 9(8).                            !@22
006229     05  FILLER              PIC X VALUE SPACE.                   !@22
006229     05  WS-SUP-PAGECNT-OUT  PIC 9(8).                            !@22
006229     05  FILLER              PIC X(15) VALUE SPACES.              !@22
006229/ INPUT FORMAT PROFILE (ACSTPRF).                                 !@23
006229* Every real input record is tallied as it arrives, before any    !@23
006229*disposition: its carriage-control byte and (for TRC streams) its !@23
006229*TRCVAL byte in their post-strip positions, and its length as it  !@23
006229*came in (INP-RECLEN plus the stripped byte).  The tables are     !@23
006229*indexed by the byte's value plus one, taken through the binary   !@23
006229*halfword below.  The stripped, masked, and deleted shares come   !@23
006229*from the run counters at EOF.  Each profile record carries its   !@23
006229*count and its share of the records profiled in tenths of a       !@23
006229*percent (none for the LO/HI lengths).  Kinds and items:          !@23
006229*    RUN  IN PS ST MK DL - records in, passed, stripped, masked,  !@23
006229*         deleted; LO HI - shortest and longest record length     !@23
006229*    CC   xx - carriage-control byte, in hex                      !@23
006229*    TRC  xx - TRCVAL byte, in hex                                !@23
006229*    RLEN 01-08 - length bands up to 80, 133, 200, 256, 512,      !@23
006229*         1024, 4096, and 32753 bytes                             !@23
006229 77  WS-PRF-STATUS           PIC XX VALUE SPACES.                 !@23
006229 77  WS-PRF-RECCNT           PIC 9(8) BINARY VALUE ZERO.          !@23
006229 77  WS-PRF-WRITTEN          PIC 9(8) BINARY VALUE ZERO.          !@23
006229 77  WS-PRF-ORIG-LEN         PIC 9(5) BINARY VALUE ZERO.          !@23
006229 77  WS-PRF-LO-LEN           PIC 9(5) BINARY VALUE ZERO.          !@23
006229 77  WS-PRF-HI-LEN           PIC 9(5) BINARY VALUE ZERO.          !@23
006229 77  WS-PRF-SUB              PIC 9(4) BINARY VALUE ZERO.          !@23
006229 77  WS-PRF-HEX-HI           PIC 9(4) BINARY VALUE ZERO.          !@23
006229 77  WS-PRF-HEX-LO           PIC 9(4) BINARY VALUE ZERO.          !@23
006229 77  WS-PRF-VALUE            PIC 9(8) BINARY VALUE ZERO.          !@23
006229 77  WS-PRF-BAND             PIC 99 VALUE ZERO.                   !@23
006229 77  WS-PRF-HEX-DIGITS       PIC X(16) VALUE '0123456789ABCDEF'.  !@23
006229 01  WS-PRF-ORD-AREA.                                             !@23
006229     05  WS-PRF-ORD          PIC 9(4) BINARY VALUE ZERO.          !@23
006229 01  WS-PRF-ORD-BYTES REDEFINES WS-PRF-ORD-AREA.                  !@23
006229     05  FILLER              PIC X.                               !@23
006229     05  WS-PRF-ORD-LOW      PIC X.                               !@23
006229 01  WS-PRF-CC-TABLE.                                             !@23
006229     05  WS-PRF-CC-CNT       PIC 9(8) BINARY OCCURS 256 TIMES.    !@23
006229 01  WS-PRF-TRC-TABLE.                                            !@23
006229     05  WS-PRF-TRC-CNT      PIC 9(8) BINARY OCCURS 256 TIMES.    !@23
006229 01  WS-PRF-LEN-TABLE.                                            !@23
006229     05  WS-PRF-LEN-CNT      PIC 9(8) BINARY OCCURS 8 TIMES.      !@23
006229 01  WS-PRF-LEN-LIMIT-VALUES.                                     !@23
006229     05  FILLER              PIC X(20)                            !@23
006229                             VALUE '00080001330020000256'.        !@23
006229     05  FILLER              PIC X(20)                            !@23
006229                             VALUE '00512010240409632753'.        !@23
006229 01  WS-PRF-LEN-LIMITS REDEFINES WS-PRF-LEN-LIMIT-VALUES.         !@23
006229     05  WS-PRF-LEN-LIMIT    PIC 9(5) OCCURS 8 TIMES.             !@23
006229 01  WS-PRF-LAYOUT.                                               !@23
006229     05  WS-PRF-JOB          PIC X(8).                            !@23
006229     05  FILLER              PIC X VALUE SPACE.                   !@23
006229     05  WS-PRF-STEP         PIC X(8).                            !@23
006229     05  FILLER              PIC X VALUE SPACE.                   !@23
006229     05  WS-PRF-DATE         PIC X(10).                           !@23
006229     05  FILLER              PIC X VALUE SPACE.                   !@23
006229     05  WS-PRF-TIME         PIC X(8).                            !@23
006229     05  FILLER              PIC X VALUE SPACE.                   !@23
006229     05  WS-PRF-KIND         PIC X(4).                            !@23
006229     05  FILLER              PIC X VALUE SPACE.                   !@23
006229     05  WS-PRF-ITEM         PIC XX.                              !@23
006229     05  FILLER              PIC X VALUE SPACE.                   !@23
006229     05  WS-PRF-COUNT        PIC 9(8).                            !@23
006229     05  FILLER              PIC X VALUE SPACE.                   !@23
006229     05  WS-PRF-SHARE        PIC 9(4).                            !@23
006229     05  FILLER              PIC X(21) VALUE SPACES.              !@23
006229/ PRINT CHARGEBACK FEED (ACSTCHG).                                !@13
006229 77  WS-CHG-STATUS           PIC XX VALUE SPACES.                 !@13
006229 77  WS-CHG-FLAG             PIC X VALUE 'N'.                     !@13
006229     05  WS-QCP-TRCVAL       PIC X.                               !@21
006229     05  FILLER              PIC X(11) VALUE SPACES.              !@21
006229     05  WS-QCP-DATA         PIC X(32660).                        !@21
006229/ PROOF SAMPLE (ACSTSMP) AND QA WATCH LIST (PROOFCTL).            !@25
006229* A unit is sampled when it is the first unit of the run to carry !@25
006229*its FORMDEF/PAGEDEF pair (up to WS-PROOF-PAGE-LIMIT pages), or   !@25
006229*when its identifier is on the watch list (the whole unit).  Both !@25
006229*are decided on the unit's passed records only - the sample shows !@25
006229*what goes to print.  A watched unit whose identifier is captured !@25
006229*part way in is sampled from that record on, which is why IDXCTL  !@25
006229*columns belong on the opening record.                            !@25
006229 77  WS-PROOFCTL-STATUS      PIC XX VALUE SPACES.                 !@25
006229     88  WS-PROOFCTL-AT-EOF      VALUE '10'.                      !@25
006229 01  WS-PROOFCTL-LAYOUT.                                          !@25
006229     05  WS-PROOFCTL-KEYWORD PIC X(8).                            !@25
006229     05  FILLER              PIC X.                               !@25
006229     05  WS-PROOFCTL-VALUE   PIC X(20).                           !@25
006229     05  FILLER              PIC X(3).                            !@25
006229 77  WS-PROOF-PAGE-LIMIT     PIC 9(8) BINARY VALUE 3.             !@25
006229 77  WS-PROOF-FLAG           PIC X VALUE 'N'.                     !@25
006229     88  PROOF-REQUESTED         VALUE 'Y'.                       !@25
006229     88  PROOF-NOT-REQUESTED     VALUE 'N'.                       !@25
006229 77  WS-SMP-STATUS           PIC XX VALUE SPACES.                 !@25
006229 77  WS-SMP-FILE-FLAG        PIC X VALUE 'N'.                     !@25
006229     88  PROOF-FILE-OPEN         VALUE 'Y'.                       !@25
006229     88  PROOF-FILE-CLOSED       VALUE 'N'.                       !@25
006229 01  PROOF-WATCH-TABLE.                                           !@25
006229     05  PWL-DOCID           PIC X(20) OCCURS 100 TIMES.          !@25
006229 77  PWL-CNT                 PIC 9(4) BINARY VALUE ZERO.          !@25
006229 77  PWL-IDX                 PIC 9(4) BINARY VALUE ZERO.          !@25
006229 01  PROOF-PAIR-TABLE.                                            !@25
006229     05  PPT-ENTRY           OCCURS 50 TIMES.                     !@25
006229         10  PPT-FORMDEF     PIC X(8).                            !@25
006229         10  PPT-PAGEDEF     PIC X(8).                            !@25
006229 77  PPT-CNT                 PIC 9(4) BINARY VALUE ZERO.          !@25
006229 77  PPT-IDX                 PIC 9(4) BINARY VALUE ZERO.          !@25
006229 77  WS-PPT-FULL-FLAG        PIC X VALUE 'N'.                     !@25
006229     88  PPT-FULL-SAID           VALUE 'Y'.                       !@25
006229     88  PPT-FULL-NOT-SAID       VALUE 'N'.                       !@25
006229* The unit in hand, reset by 6100-OPEN-DOC-UNIT.  WS-SMP-PAGENO is!@25
006229*the page of the unit the current record falls on (the opening    !@25
006229*record is page 1 whether or not it carries a skip to channel 1). !@25
006229 01  WS-SMP-UNIT-STATE.                                           !@25
006229     05  WS-SMP-DECIDE-FLAG  PIC X VALUE 'N'.                     !@25
006229         88  SMP-DECIDED         VALUE 'Y'.                       !@25
006229         88  SMP-NOT-DECIDED     VALUE 'N'.                       !@25
006229     05  WS-SMP-FIRST-FLAG   PIC X VALUE 'N'.                     !@25
006229         88  SMP-FIRST-OF-PAIR   VALUE 'Y'.                       !@25
006229         88  SMP-NOT-FIRST       VALUE 'N'.                       !@25
006229     05  WS-SMP-WATCH-FLAG   PIC X VALUE 'N'.                     !@25
006229         88  SMP-WATCHED         VALUE 'Y'.                       !@25
006229         88  SMP-NOT-WATCHED     VALUE 'N'.                       !@25
006229     05  WS-SMP-WCHK-FLAG    PIC X VALUE 'N'.                     !@25
006229         88  SMP-WATCH-CHECKED   VALUE 'Y'.                       !@25
006229         88  SMP-WATCH-NOT-CHECKED VALUE 'N'.                     !@25
006229     05  WS-SMP-OPEN-FLAG    PIC X VALUE 'N'.                     !@25
006229         88  SMP-UNIT-OPEN       VALUE 'Y'.                       !@25
006229         88  SMP-UNIT-CLOSED     VALUE 'N'.                       !@25
006229     05  WS-SMP-PAGENO       PIC 9(8) BINARY VALUE ZERO.          !@25
006229     05  WS-SMP-LAST-PAGECNT PIC 9(8) BINARY VALUE ZERO.          !@25
006229     05  WS-SMP-PAGES        PIC 9(8) BINARY VALUE ZERO.          !@25
006229     05  WS-SMP-RECS         PIC 9(8) BINARY VALUE ZERO.          !@25
006229     05  WS-SMP-FIRSTREC     PIC 9(8) BINARY VALUE ZERO.          !@25
006229* Run totals for the PROOF event and ACSTRPT.                     !@25
006229 77  WS-SMP-UNITNO           PIC 9(8) BINARY VALUE ZERO.          !@25
006229 77  WS-SMP-TOT-PAGES        PIC 9(8) BINARY VALUE ZERO.          !@25
006229 77  WS-SMP-TOT-RECS         PIC 9(8) BINARY VALUE ZERO.          !@25
006229 77  WS-SMP-TOT-WATCHED      PIC 9(8) BINARY VALUE ZERO.          !@25
006229 77  WS-SMP-CAPLEN           PIC 9(5) BINARY VALUE ZERO.          !@25
006229 77  WS-SMP-MAX-DATA         PIC 9(5) BINARY VALUE 32660.         !@25
006229* One ACSTSMP record: H (unit header), D (one sampled record), or !@25
006229*T (unit trailer), each led by the run identity and the unit's    !@25
006229*sequence number in the sample.  The layout must stay in step with!@25
006229*the one in ACSTQASN, which reads this file back.                 !@25
006229 01  WS-SMP-LAYOUT.                                               !@25
006229     05  WS-SMP-TYPE         PIC X.                               !@25
006229     05  FILLER              PIC X.                               !@25
006229     05  WS-SMP-JOB          PIC X(8).                            !@25
006229     05  FILLER              PIC X.                               !@25
006229     05  WS-SMP-STEP         PIC X(8).                            !@25
006229     05  FILLER              PIC X.                               !@25
006229     05  WS-SMP-DATE         PIC 9(8).                            !@25
006229     05  FILLER              PIC X.                               !@25
006229     05  WS-SMP-UNIT         PIC 9(5).                            !@25
006229     05  FILLER              PIC X.                               !@25
006229     05  WS-SMP-BODY         PIC X(32725).                        !@25
006229     05  WS-SMP-HDR-BODY REDEFINES WS-SMP-BODY.                   !@25
006229         10  WS-SMPH-FORMDEF PIC X(8).                            !@25
006229         10  FILLER          PIC X.                               !@25
006229         10  WS-SMPH-PAGEDEF PIC X(8).                            !@25
006229         10  FILLER          PIC X.                               !@25
006229         10  WS-SMPH-STARTREC PIC 9(8).                           !@25
006229         10  FILLER          PIC X(32699).                        !@25
006229     05  WS-SMP-DATA-BODY REDEFINES WS-SMP-BODY.                  !@25
006229         10  WS-SMPD-RECNO   PIC 9(8).                            !@25
006229         10  FILLER          PIC X.                               !@25
006229         10  WS-SMPD-DATALEN PIC 9(5).                            !@25
006229         10  FILLER          PIC X.                               !@25
006229         10  WS-SMPD-CCVAL   PIC X.                               !@25
006229         10  WS-SMPD-TRCVAL  PIC X.                               !@25
006229         10  FILLER          PIC X.                               !@25
006229         10  WS-SMPD-DATA    PIC X(32660).                        !@25
006229         10  FILLER          PIC X(47).                           !@25
006229     05  WS-SMP-TRL-BODY REDEFINES WS-SMP-BODY.                   !@25
006229         10  WS-SMPT-FORMDEF PIC X(8).                            !@25
006229         10  FILLER          PIC X.                               !@25
006229         10  WS-SMPT-PAGEDEF PIC X(8).                            !@25
006229         10  FILLER          PIC X.                               !@25
006229         10  WS-SMPT-STARTREC PIC 9(8).                           !@25
006229         10  FILLER          PIC X.                               !@25
006229         10  WS-SMPT-FIRSTREC PIC 9(8).                           !@25
006229         10  FILLER          PIC X.                               !@25
006229         10  WS-SMPT-PAGES   PIC 9(8).                            !@25
006229         10  FILLER          PIC X.                               !@25
006229         10  WS-SMPT-RECS    PIC 9(8).                            !@25
006229         10  FILLER          PIC X.                               !@25
006229         10  WS-SMPT-REASON  PIC X(5).                            !@25
006229         10  FILLER          PIC X.                               !@25
006229         10  WS-SMPT-DOCID   PIC X(20).                           !@25
006229         10  FILLER          PIC X(32645).                        !@25
006229/ SYSOUT CONTROL REPORT (ACSTRPT).                                !@07
006230 77  WS-RPT-STATUS           PIC XX VALUE SPACES.                 !@07
006231 01  WS-RPT-LAYOUT.                                               !@07
013001               WS-BANNER-INSCNT;                                   !@RV
013010       SET UAREA-PREV-UNKNOWN TO TRUE;                            !@03
013020       SET BANNER-NOT-PENDING TO TRUE;                            !@03
013025       MOVE ZERO TO WS-RSV-STRPCTL, WS-RSV-MASKCTL,               !@24
013025                    WS-RSV-IDXCTL, WS-RSV-ACSTOPT;                !@24
013025       PERFORM 0900-LOAD-STRIP-CHAR-TABLE;                         !@RV
013025* Like the banner state above, the scan, abandoned-run, and       !@11
013025*checkpoint state lives in this resident module's WORKING-        !@11
013026       MOVE ZERO TO WS-MASKED-RECCNT;                              !@14
013026       PERFORM 0930-LOAD-MASK-TABLE;                               !@14
013026       PERFORM 0950-LOAD-IDXCOL-TABLE;                             !@20
013026       MOVE ZERO TO WS-SMP-UNITNO, WS-SMP-TOT-PAGES,              !@25
013026                    WS-SMP-TOT-RECS, WS-SMP-TOT-WATCHED;          !@25
013026       PERFORM 0970-LOAD-PROOF-CONTROL;                           !@25
013026       MOVE ZERO TO WS-SUP-DOCCNT, WS-SUP-RECCNT,                 !@22
013026                    WS-SUP-PAGECNT;                               !@22
013026       PERFORM 7970-OPEN-SUPPRESS-LIST;                           !@22
013026       PERFORM 7980-OPEN-SUPPRESS-LOG;                            !@22
013026       MOVE ZERO TO WS-PRF-RECCNT, WS-PRF-WRITTEN,                !@23
013026                    WS-PRF-LO-LEN, WS-PRF-HI-LEN;                 !@23
013026       INITIALIZE WS-PRF-CC-TABLE, WS-PRF-TRC-TABLE,              !@23
013026                  WS-PRF-LEN-TABLE;                               !@23
013026       MOVE ZERO TO WS-SOSI-FAILCNT;                               !@15
013026       SET SOSI-POLICY-PASS TO TRUE;                               !@15
013026       PERFORM 7950-OPEN-QRN-RPT;                                  !@15
013028       PERFORM 0870-CHECK-DUPLICATE-RUN;                           !@16
013030       MOVE 'INIT ' TO WS-LOG-EVENT;                              !@04
013040       PERFORM 8000-LOG-COUNTS;                                   !@04
013040       PERFORM 0990-LOG-RULESET-VERSIONS;                         !@24
013100     END-IF.
013200* no special action is necessary at EOF.
013300     IF INP-EOF
013709         CLOSE QCP-FILE;                                          !@21
013709         SET QCP-FILE-CLOSED TO TRUE                              !@21
013709       END-IF;                                                    !@21
013709       IF SUPPRESS-LIST-OPEN                                      !@22
013709        THEN                                                      !@22
013709         CLOSE SUPPRESS-LIST;                                     !@22
013709         SET SUPPRESS-LIST-CLOSED TO TRUE                         !@22
013709       END-IF;                                                    !@22
013709       IF SUPPRESS-LOG-OPEN                                       !@22
013709        THEN                                                      !@22
013709         CLOSE SUPPRESS-LOG;                                      !@22
013709         SET SUPPRESS-LOG-CLOSED TO TRUE                          !@22
013709       END-IF;                                                    !@22
013709       IF PROOF-FILE-OPEN                                         !@25
013709        THEN                                                      !@25
013709         CLOSE PROOF-FILE;                                        !@25
013709         SET PROOF-FILE-CLOSED TO TRUE                            !@25
013709       END-IF;                                                    !@25
013709       IF PROOF-REQUESTED                                         !@25
013709        THEN                                                      !@25
013709         PERFORM 8700-LOG-PROOF-EVENT                             !@25
013709       END-IF;                                                    !@25
013710       MOVE 'EOF  ' TO WS-LOG-EVENT;                              !@04
013720       PERFORM 8000-LOG-COUNTS;                                   !@04
013725       PERFORM 8600-WRITE-PROFILE;                                !@23
013730       PERFORM 8500-WRITE-CONTROL-REPORT;                         !@07
013800       GOBACK;
013900     END-IF.
014910         SET RECORD-WAS-STRIPPED TO TRUE;                         !@02
014950       END-IF;                                                    !@01
015000     END-IF.
015005     PERFORM 2400-PROFILE-RECORD.                                 !@23
015010     PERFORM 2500-APPLY-DISPOSITION.                              !@02
015020     PERFORM 7000-TAKE-CHECKPOINT.                                !@11
015300     SKIP1
015427       PERFORM 2000-ABEND-BAD-RECLEN                              !@06
015428     END-IF.                                                      !@06
015429     SKIP1
015430 2400-PROFILE-RECORD.                                             !@23
015430* Tally this record into the input format profile (see the        !@23
015430*ACSTPRF declarations): its length as it arrived, and its         !@23
015430*carriage-control and TRCVAL bytes where 2600-COUNT-UNIT-USAGE    !@23
015430*reads them, whether or not the record goes on to be passed.      !@23
015430     ADD 1 TO WS-PRF-RECCNT.                                      !@23
015430     IF RECORD-WAS-STRIPPED                                       !@23
015430      THEN                                                        !@23
015430       COMPUTE WS-PRF-ORIG-LEN = INP-RECLEN + 1                   !@23
015430      ELSE                                                        !@23
015430       MOVE INP-RECLEN TO WS-PRF-ORIG-LEN                         !@23
015430     END-IF.                                                      !@23
015430     IF WS-PRF-RECCNT = 1 OR WS-PRF-ORIG-LEN < WS-PRF-LO-LEN      !@23
015430      THEN                                                        !@23
015430       MOVE WS-PRF-ORIG-LEN TO WS-PRF-LO-LEN                      !@23
015430     END-IF.                                                      !@23
015430     IF WS-PRF-ORIG-LEN > WS-PRF-HI-LEN                           !@23
015430      THEN                                                        !@23
015430       MOVE WS-PRF-ORIG-LEN TO WS-PRF-HI-LEN                      !@23
015430     END-IF.                                                      !@23
015430     PERFORM VARYING WS-PRF-SUB FROM 1 BY 1                       !@23
015430             UNTIL WS-PRF-SUB > 7 OR                              !@23
015430                   WS-PRF-ORIG-LEN NOT >                          !@23
015430                     WS-PRF-LEN-LIMIT (WS-PRF-SUB)                !@23
015430       CONTINUE                                                   !@23
015430     END-PERFORM.                                                 !@23
015430     ADD 1 TO WS-PRF-LEN-CNT (WS-PRF-SUB).                        !@23
015430     MOVE ZERO TO WS-PRF-ORD.                                     !@23
015430     IF RECORD-WAS-STRIPPED                                       !@23
015430      THEN                                                        !@23
015430       MOVE INP-CCVAL OF INP-NEWLINE TO WS-PRF-ORD-LOW            !@23
015430      ELSE                                                        !@23
015430       MOVE INP-CCVAL OF INP-LINE TO WS-PRF-ORD-LOW               !@23
015430     END-IF.                                                      !@23
015430     ADD 1 TO WS-PRF-CC-CNT (WS-PRF-ORD + 1).                     !@23
015430     IF INP-TRC = 'YES'                                           !@23
015430      THEN                                                        !@23
015430       MOVE ZERO TO WS-PRF-ORD;                                   !@23
015430       IF RECORD-WAS-STRIPPED                                     !@23
015430        THEN                                                      !@23
015430         MOVE INP-TRCVAL OF INP-NEWLINE TO WS-PRF-ORD-LOW         !@23
015430        ELSE                                                      !@23
015430         MOVE INP-TRCVAL OF INP-LINE TO WS-PRF-ORD-LOW            !@23
015430       END-IF;                                                    !@23
015430       ADD 1 TO WS-PRF-TRC-CNT (WS-PRF-ORD + 1)                   !@23
015430     END-IF.                                                      !@23
015430     SKIP1                                                        !@23
015416 2500-APPLY-DISPOSITION.                                          !@02
015417* A record that comes out of the shift with nothing but spaces    !@02
015418*in its data portion is pure filler - delete it instead of        !@02
015446         SET INP-DELETE TO TRUE;                                  !@15
015446         ADD 1 TO UAREA-DELCNT                                    !@15
015446        ELSE                                                      !@15
015446* A unit on the e-delivery suppression list is kept off paper     !@22
015446*from the record its identifier is captured on: deleted and       !@22
015446*counted like any other deletion, so RECCNT + DELCNT still        !@22
015446*covers every input record.                                       !@22
015446         PERFORM 2900-CHECK-SUPPRESSION;                          !@22
015446         IF UNIT-SUPPRESSED                                       !@22
015446          THEN                                                    !@22
015446           PERFORM 2950-SUPPRESS-RECORD                           !@22
015446          ELSE                                                    !@22
015447           SET INP-USE TO TRUE;                                   !@22
015448           ADD 1 TO UAREA-RECCNT;                                 !@22
015448           PERFORM 2600-COUNT-UNIT-USAGE;                         !@25
015448           PERFORM 3000-SAMPLE-PROOF-RECORD                       !@25
015448         END-IF                                                   !@22
015448       END-IF                                                     !@15
015449     END-IF.                                                      !@02
015450     SKIP1
015450       END-PERFORM                                                 !@20
015450     END-IF.                                                       !@20
015450     SKIP1
015450 2900-CHECK-SUPPRESSION.                                          !@22
015450* Look the unit up on SUPPLIST once, as soon as its identifier is !@22
015450*in hand.  2650-CAPTURE-DOC-ID is idempotent (it only acts until  !@22
015450*the identifier is captured), so calling it ahead of 2600's own   !@22
015450*call captures from this same record and changes nothing else.    !@22
015450*A unit whose identifier is captured part way in has already      !@22
015450*passed its earlier records; suppression covers the rest - which  !@22
015450*is why IDXCTL columns belong on the opening record.              !@22
015450     IF SUPPRESS-LIST-OPEN AND SUP-LIST-NOT-CHECKED               !@22
015450      THEN                                                        !@22
015450       PERFORM 2650-CAPTURE-DOC-ID;                               !@22
015450       IF DOCID-CAPTURED                                          !@22
015450        THEN                                                      !@22
015450         SET SUP-LIST-CHECKED TO TRUE;                            !@22
015450         MOVE WS-UNIT-DOCID TO SUPP-KEY;                          !@22
015450         READ SUPPRESS-LIST                                       !@22
015450           INVALID KEY                                            !@22
015450             CONTINUE                                             !@22
015450         END-READ;                                                !@22
015450         EVALUATE WS-SUPP-STATUS                                  !@22
015450           WHEN '00'                                              !@22
015450             SET UNIT-SUPPRESSED TO TRUE                          !@22
015450           WHEN '23'                                              !@22
015450             CONTINUE                                             !@22
015450           WHEN OTHER                                             !@22
015450             DISPLAY PGMNAME, ' *** SUPPLIST READ FAILED, ',      !@22
015450                     'STATUS=', WS-SUPP-STATUS, ' - DOCUMENT ',   !@22
015450                     WS-UNIT-DOCID, ' PRINTED.'                   !@22
015450         END-EVALUATE                                             !@22
015450       END-IF                                                     !@22
015450     END-IF.                                                      !@22
015450     SKIP1                                                        !@22
015450 2950-SUPPRESS-RECORD.                                            !@22
015450* One record of a suppressed unit: deleted, and charged to the    !@22
015450*unit's suppressed counts with the same page test 2600-COUNT-     !@22
015450*UNIT-USAGE applies to passed records.                            !@22
015450     SET INP-DELETE TO TRUE.                                      !@22
015450     ADD 1 TO UAREA-DELCNT.                                       !@22
015450     ADD 1 TO WS-UNIT-SUP-RECCNT.                                 !@22
015450     IF RECORD-WAS-STRIPPED                                       !@22
015450      THEN                                                        !@22
015450       MOVE INP-CCVAL OF INP-NEWLINE TO WS-CC-BYTE                !@22
015450      ELSE                                                        !@22
015450       MOVE INP-CCVAL OF INP-LINE TO WS-CC-BYTE                   !@22
015450     END-IF.                                                      !@22
015450     IF (INP-ANSI-CC AND WS-CC-BYTE = '1') OR                     !@22
015450        (INP-MACH-CC AND (WS-CC-BYTE = X'89' OR                   !@22
015450                          WS-CC-BYTE = X'8B'))                    !@22
015450      THEN                                                        !@22
015450       ADD 1 TO WS-UNIT-SUP-PAGECNT                               !@22
015450     END-IF.                                                      !@22
015450     SKIP1                                                        !@22
015450 3000-SAMPLE-PROOF-RECORD.                                        !@25
015450* One passed record against the proof sample (see the PROOFCTL and!@25
015450*ACSTSMP declarations).  The pair decision is taken on the unit's !@25
015450*first passed record, the watch-list lookup once its identifier is!@25
015450*captured (2650-CAPTURE-DOC-ID has just run).  A page begins      !@25
015450*wherever 2600 counted one.                                       !@25
015450     IF PROOF-FILE-OPEN                                           !@25
015450      THEN                                                        !@25
015450       IF SMP-NOT-DECIDED                                         !@25
015450        THEN                                                      !@25
015450         PERFORM 3100-CHECK-NEW-PAIR;                             !@25
015450         MOVE 1 TO WS-SMP-PAGENO                                  !@25
015450        ELSE                                                      !@25
015450         IF WS-UNIT-PAGECNT > WS-SMP-LAST-PAGECNT                 !@25
015450          THEN                                                    !@25
015450           ADD 1 TO WS-SMP-PAGENO                                 !@25
015450         END-IF                                                   !@25
015450       END-IF;                                                    !@25
015450       MOVE WS-UNIT-PAGECNT TO WS-SMP-LAST-PAGECNT;               !@25
015450       IF SMP-WATCH-NOT-CHECKED AND DOCID-CAPTURED                !@25
015450        THEN                                                      !@25
015450         PERFORM 3150-CHECK-WATCH-LIST                            !@25
015450       END-IF;                                                    !@25
015450       IF SMP-WATCHED OR                                          !@25
015450          (SMP-FIRST-OF-PAIR AND                                  !@25
015450           WS-SMP-PAGENO NOT > WS-PROOF-PAGE-LIMIT)               !@25
015450        THEN                                                      !@25
015450         PERFORM 3200-WRITE-PROOF-RECORD                          !@25
015450       END-IF                                                     !@25
015450     END-IF.                                                      !@25
015450     SKIP1                                                        !@25
015450 3050-RESET-PROOF-UNIT.                                           !@25
015450     SET SMP-NOT-DECIDED TO TRUE.                                 !@25
015450     SET SMP-NOT-FIRST TO TRUE.                                   !@25
015450     SET SMP-NOT-WATCHED TO TRUE.                                 !@25
015450     SET SMP-WATCH-NOT-CHECKED TO TRUE.                           !@25
015450     SET SMP-UNIT-CLOSED TO TRUE.                                 !@25
015450     MOVE ZERO TO WS-SMP-PAGENO, WS-SMP-LAST-PAGECNT,             !@25
015450                  WS-SMP-PAGES, WS-SMP-RECS, WS-SMP-FIRSTREC.     !@25
015450     SKIP1                                                        !@25
015450 3100-CHECK-NEW-PAIR.                                             !@25
015450* The first unit of the run to carry its FORMDEF/PAGEDEF pair is  !@25
015450*sampled.  A full pair table is said once; later new pairs go     !@25
015450*unsampled unless watched.                                        !@25
015450     SET SMP-DECIDED TO TRUE.                                     !@25
015450     SET SMP-NOT-FIRST TO TRUE.                                   !@25
015450     PERFORM VARYING PPT-IDX FROM 1 BY 1                          !@25
015450             UNTIL PPT-IDX > PPT-CNT                              !@25
015450                OR (PPT-FORMDEF (PPT-IDX) = WS-UNIT-FORMDEF AND   !@25
015450                    PPT-PAGEDEF (PPT-IDX) = WS-UNIT-PAGEDEF)      !@25
015450       CONTINUE                                                   !@25
015450     END-PERFORM.                                                 !@25
015450     IF PPT-IDX > PPT-CNT                                         !@25
015450      THEN                                                        !@25
015450       IF PPT-CNT < 50                                            !@25
015450        THEN                                                      !@25
015450         ADD 1 TO PPT-CNT;                                        !@25
015450         MOVE WS-UNIT-FORMDEF TO PPT-FORMDEF (PPT-CNT);           !@25
015450         MOVE WS-UNIT-PAGEDEF TO PPT-PAGEDEF (PPT-CNT);           !@25
015450         SET SMP-FIRST-OF-PAIR TO TRUE                            !@25
015450        ELSE                                                      !@25
015450         IF PPT-FULL-NOT-SAID                                     !@25
015450          THEN                                                    !@25
015450           SET PPT-FULL-SAID TO TRUE;                             !@25
015450           DISPLAY PGMNAME, ' *** MORE THAN 50 FORMDEF/PAGEDEF ', !@25
015450                   'PAIRS - LATER PAIRS NOT IN THE PROOF SAMPLE.' !@25
015450         END-IF                                                   !@25
015450       END-IF                                                     !@25
015450     END-IF.                                                      !@25
015450     SKIP1                                                        !@25
015450 3150-CHECK-WATCH-LIST.                                           !@25
015450     SET SMP-WATCH-CHECKED TO TRUE.                               !@25
015450     PERFORM VARYING PWL-IDX FROM 1 BY 1                          !@25
015450             UNTIL PWL-IDX > PWL-CNT OR SMP-WATCHED               !@25
015450       IF PWL-DOCID (PWL-IDX) = WS-UNIT-DOCID                     !@25
015450        THEN                                                      !@25
015450         SET SMP-WATCHED TO TRUE                                  !@25
015450       END-IF                                                     !@25
015450     END-PERFORM.                                                 !@25
015450     SKIP1                                                        !@25
015450 3200-WRITE-PROOF-RECORD.                                         !@25
015450* The unit's first sampled record opens it on ACSTSMP with a      !@25
015450*header; every sampled record follows as a D record carrying the  !@25
015450*post-strip bytes the same way 2860-CAPTURE-QUARANTINED-REC       !@25
015450*captures a deleted one.                                          !@25
015450     IF SMP-UNIT-CLOSED                                           !@25
015450      THEN                                                        !@25
015450       SET SMP-UNIT-OPEN TO TRUE;                                 !@25
015450       ADD 1 TO WS-SMP-UNITNO;                                    !@25
015450       MOVE WS-INPUT-RECNO TO WS-SMP-FIRSTREC;                    !@25
015450       MOVE ZERO TO WS-SMP-PAGES, WS-SMP-RECS;                    !@25
015450       MOVE SPACES TO WS-SMP-LAYOUT;                              !@25
015450       MOVE 'H' TO WS-SMP-TYPE;                                   !@25
015450       PERFORM 3250-STAMP-PROOF-PREFIX;                           !@25
015450       MOVE WS-UNIT-FORMDEF TO WS-SMPH-FORMDEF;                   !@25
015450       MOVE WS-UNIT-PAGEDEF TO WS-SMPH-PAGEDEF;                   !@25
015450       MOVE WS-UNIT-STARTREC TO WS-SMPH-STARTREC;                 !@25
015450       PERFORM 3290-PUT-PROOF-RECORD                              !@25
015450     END-IF.                                                      !@25
015450     ADD 1 TO WS-SMP-RECS.                                        !@25
015450     MOVE WS-SMP-PAGENO TO WS-SMP-PAGES.                          !@25
015450     MOVE SPACES TO WS-SMP-LAYOUT.                                !@25
015450     MOVE 'D' TO WS-SMP-TYPE.                                     !@25
015450     PERFORM 3250-STAMP-PROOF-PREFIX.                             !@25
015450     MOVE WS-INPUT-RECNO TO WS-SMPD-RECNO.                        !@25
015450     MOVE WS-DATALEN TO WS-SMP-CAPLEN.                            !@25
015450     IF WS-SMP-CAPLEN > WS-SMP-MAX-DATA                           !@25
015450      THEN                                                        !@25
015450       DISPLAY PGMNAME, ' PROOF RECORD ', WS-INPUT-RECNO,         !@25
015450               ' TRUNCATED TO ', WS-SMP-MAX-DATA, ' BYTES.'       !@25
015450       MOVE WS-SMP-MAX-DATA TO WS-SMP-CAPLEN                      !@25
015450     END-IF.                                                      !@25
015450     MOVE WS-DATALEN TO WS-SMPD-DATALEN.                          !@25
015450     IF RECORD-WAS-STRIPPED                                       !@25
015450      THEN                                                        !@25
015450       MOVE INP-CCVAL OF INP-NEWLINE TO WS-SMPD-CCVAL;            !@25
015450       MOVE INP-TRCVAL OF INP-NEWLINE TO WS-SMPD-TRCVAL;          !@25
015450       MOVE INP-DATA OF INP-NEWLINE (1 : WS-SMP-CAPLEN)           !@25
015450           TO WS-SMPD-DATA (1 : WS-SMP-CAPLEN)                    !@25
015450      ELSE                                                        !@25
015450       MOVE INP-CCVAL OF INP-LINE TO WS-SMPD-CCVAL;               !@25
015450       MOVE INP-TRCVAL OF INP-LINE TO WS-SMPD-TRCVAL;             !@25
015450       MOVE INP-DATA OF INP-LINE (1 : WS-SMP-CAPLEN)              !@25
015450           TO WS-SMPD-DATA (1 : WS-SMP-CAPLEN)                    !@25
015450     END-IF.                                                      !@25
015450     PERFORM 3290-PUT-PROOF-RECORD.                               !@25
015450     SKIP1                                                        !@25
015450 3250-STAMP-PROOF-PREFIX.                                         !@25
015450* Run identity as 0800-SCAN-PRIOR-RUNS captured it at first call. !@25
015450     MOVE WS-JOBNAME TO WS-SMP-JOB.                               !@25
015450     MOVE WS-STEPNAME TO WS-SMP-STEP.                             !@25
015450     MOVE WS-CURRENT-DATE TO WS-SMP-DATE.                         !@25
015450     MOVE WS-SMP-UNITNO TO WS-SMP-UNIT.                           !@25
015450     SKIP1                                                        !@25
015450 3290-PUT-PROOF-RECORD.                                           !@25
015450* Same guard as the index: a proof sample that stops short must   !@25
015450*never read as complete, or QA signs off pages it never saw.      !@25
015450     IF PROOF-FILE-OPEN                                           !@25
015450      THEN                                                        !@25
015450       MOVE WS-SMP-LAYOUT TO PROOF-FILE-RECORD;                   !@25
015450       WRITE PROOF-FILE-RECORD;                                   !@25
015450       IF WS-SMP-STATUS NOT = '00'                                !@25
015450        THEN                                                      !@25
015450         DISPLAY PGMNAME, ' *** ACSTSMP WRITE FAILED, STATUS=',   !@25
015450                 WS-SMP-STATUS, ' - PROOF SAMPLE IS INCOMPLETE.'  !@25
015450         CLOSE PROOF-FILE;                                        !@25
015450         SET PROOF-FILE-CLOSED TO TRUE                            !@25
015450       END-IF                                                     !@25
015450     END-IF.                                                      !@25
015450     SKIP1                                                        !@25
015450 3300-CLOSE-PROOF-UNIT.                                           !@25
015450* Close a sampled unit with its trailer - pages and records       !@25
015450*sampled, the reason, and the identifier as finally captured - and!@25
015450*roll it into the run totals.  Harmless for an unsampled unit.    !@25
015450     IF SMP-UNIT-OPEN                                             !@25
015450      THEN                                                        !@25
015450       MOVE SPACES TO WS-SMP-LAYOUT;                              !@25
015450       MOVE 'T' TO WS-SMP-TYPE;                                   !@25
015450       PERFORM 3250-STAMP-PROOF-PREFIX;                           !@25
015450       MOVE WS-UNIT-FORMDEF TO WS-SMPT-FORMDEF;                   !@25
015450       MOVE WS-UNIT-PAGEDEF TO WS-SMPT-PAGEDEF;                   !@25
015450       MOVE WS-UNIT-STARTREC TO WS-SMPT-STARTREC;                 !@25
015450       MOVE WS-SMP-FIRSTREC TO WS-SMPT-FIRSTREC;                  !@25
015450       MOVE WS-SMP-PAGES TO WS-SMPT-PAGES;                        !@25
015450       MOVE WS-SMP-RECS TO WS-SMPT-RECS;                          !@25
015450       EVALUATE TRUE                                              !@25
015450         WHEN SMP-FIRST-OF-PAIR AND SMP-WATCHED                   !@25
015450           MOVE 'BOTH ' TO WS-SMPT-REASON                         !@25
015450         WHEN SMP-WATCHED                                         !@25
015450           MOVE 'WATCH' TO WS-SMPT-REASON                         !@25
015450         WHEN OTHER                                               !@25
015450           MOVE 'FIRST' TO WS-SMPT-REASON                         !@25
015450       END-EVALUATE;                                              !@25
015450       MOVE WS-UNIT-DOCID TO WS-SMPT-DOCID;                       !@25
015450       PERFORM 3290-PUT-PROOF-RECORD;                             !@25
015450       ADD WS-SMP-PAGES TO WS-SMP-TOT-PAGES;                      !@25
015450       ADD WS-SMP-RECS TO WS-SMP-TOT-RECS;                        !@25
015450       IF SMP-WATCHED                                             !@25
015450        THEN                                                      !@25
015450         ADD 1 TO WS-SMP-TOT-WATCHED                              !@25
015450       END-IF;                                                    !@25
015450       SET SMP-UNIT-CLOSED TO TRUE                                !@25
015450     END-IF.                                                      !@25
015450     SKIP1                                                        !@25
015451 1500-CHECK-BANNER.                                               !@03
015452* Detect a FORMDEF/PAGEDEF change between consecutive records     !@03
015453*and insert a synthetic separator ahead of the new unit's first   !@03
015490* The same closing edge feeds print chargeback: one accounting    !@13
015490*record per unit, stamped with the run identity 0800-SCAN-        !@13
015490*PRIOR-RUNS captured at first call.                               !@13
015490* A suppressed unit's pages never printed and are not billed: a   !@22
015490*unit suppressed from its first record writes no feed record at   !@22
015490*all, and one suppressed part way is billed only for what passed. !@22
015490     IF UNIT-ACTIVE AND CHARGE-FEED-OPEN AND                      !@22
015490        (UNIT-NOT-SUPPRESSED OR WS-UNIT-RECCNT > ZERO)            !@22
015490      THEN                                                        !@13
015490       MOVE WS-JOBNAME TO WS-CHG-JOB;                             !@13
015490       MOVE WS-CURRENT-DATE TO WS-CHG-DATE;                       !@13
015490         SET CHARGE-FEED-CLOSED TO TRUE                           !@13
015490       END-IF                                                     !@13
015490     END-IF.                                                      !@13
015490* A suppressed unit is counted for ACSTRPT and logged on ACSTSUP  !@22
015490*with the records and pages kept off paper.  Its ACSTIDX record   !@22
015490*above is still written, so the archive stays complete.           !@22
015490     IF UNIT-ACTIVE AND UNIT-SUPPRESSED                           !@22
015490      THEN                                                        !@22
015490       ADD 1 TO WS-SUP-DOCCNT;                                    !@22
015490       ADD WS-UNIT-SUP-RECCNT TO WS-SUP-RECCNT;                   !@22
015490       ADD WS-UNIT-SUP-PAGECNT TO WS-SUP-PAGECNT;                 !@22
015490       IF SUPPRESS-LOG-OPEN                                       !@22
015490        THEN                                                      !@22
015490         MOVE WS-UNIT-DOCID TO WS-SUP-DOCID;                      !@22
015490         MOVE WS-UNIT-FORMDEF TO WS-SUP-FORMDEF;                  !@22
015490         MOVE WS-UNIT-PAGEDEF TO WS-SUP-PAGEDEF;                  !@22
015490         MOVE WS-UNIT-STARTREC TO WS-SUP-STARTREC;                !@22
015490         MOVE WS-UNIT-SUP-RECCNT TO WS-SUP-RECCNT-OUT;            !@22
015490         MOVE WS-UNIT-SUP-PAGECNT TO WS-SUP-PAGECNT-OUT;          !@22
015490         MOVE WS-SUP-LAYOUT TO SUPPRESS-LOG-RECORD;               !@22
015490         WRITE SUPPRESS-LOG-RECORD;                               !@22
015490         IF WS-SUPLOG-STATUS NOT = '00'                           !@22
015490          THEN                                                    !@22
015490           DISPLAY PGMNAME, ' *** ACSTSUP WRITE FAILED, STATUS=', !@22
015490                   WS-SUPLOG-STATUS, ' - SUPPRESSION LOG IS ',    !@22
015490                   'INCOMPLETE.'                                  !@22
015490           CLOSE SUPPRESS-LOG;                                    !@22
015490           SET SUPPRESS-LOG-CLOSED TO TRUE                        !@22
015490         END-IF                                                   !@22
015490       END-IF                                                     !@22
015490     END-IF.                                                      !@22
015490     PERFORM 3300-CLOSE-PROOF-UNIT.                               !@25
015490     SET UNIT-NOT-ACTIVE TO TRUE.                                 !@12
015490     SKIP1                                                        !@12
015490 6100-OPEN-DOC-UNIT.                                              !@12
015490     MOVE ZERO TO WS-UNIT-RECCNT, WS-UNIT-PAGECNT.                !@12
015490     MOVE SPACES TO WS-UNIT-DOCID.                                 !@20
015490     SET DOCID-NOT-CAPTURED TO TRUE.                               !@20
015490     SET UNIT-NOT-SUPPRESSED TO TRUE.                             !@22
015490     SET SUP-LIST-NOT-CHECKED TO TRUE.                            !@22
015490     MOVE ZERO TO WS-UNIT-SUP-RECCNT, WS-UNIT-SUP-PAGECNT.        !@22
015490     PERFORM 3050-RESET-PROOF-UNIT.                               !@25
015490     SET UNIT-ACTIVE TO TRUE.                                     !@12
015490     SKIP1                                                        !@12
015490 6900-OPEN-DOC-INDEX.                                             !@12
015490       END-IF                                                     !@21
015490     END-IF.                                                      !@21
015490     SKIP1                                                        !@21
015490 7970-OPEN-SUPPRESS-LIST.                                         !@22
015490* One-shot open at first call, the same optional-DD pattern as    !@22
015490*the document index.  A list with no IDXCTL rules to capture an   !@22
015490*identifier by can never match, which is said out loud - the      !@22
015490*customers on it would otherwise quietly keep getting paper.      !@22
015490     OPEN INPUT SUPPRESS-LIST.                                    !@22
015490     IF WS-SUPP-STATUS = '35' OR WS-SUPP-STATUS = '05'            !@22
015490      THEN                                                        !@22
015490       SET SUPPRESS-LIST-CLOSED TO TRUE;                          !@22
015490       DISPLAY PGMNAME, ' NO SUPPLIST DD - E-DELIVERY ',          !@22
015490               'SUPPRESSION OFF FOR THIS RUN.'                    !@22
015490      ELSE                                                        !@22
015490       IF WS-SUPP-STATUS = '00'                                   !@22
015490        THEN                                                      !@22
015490         SET SUPPRESS-LIST-OPEN TO TRUE;                          !@22
015490         IF IDC-RULE-CNT = ZERO                                   !@22
015490          THEN                                                    !@22
015490           DISPLAY PGMNAME, ' *** SUPPLIST ALLOCATED BUT NO ',    !@22
015490                   'IDXCTL RULES LOADED - NO DOCUMENT CAN BE ',   !@22
015490                   'SUPPRESSED.'                                  !@22
015490         END-IF                                                   !@22
015490        ELSE                                                      !@22
015490         SET SUPPRESS-LIST-CLOSED TO TRUE;                        !@22
015490         DISPLAY PGMNAME, ' *** SUPPLIST OPEN FAILED, STATUS=',   !@22
015490                 WS-SUPP-STATUS, ' - E-DELIVERY SUPPRESSION OFF.' !@22
015490       END-IF                                                     !@22
015490     END-IF.                                                      !@22
015490     SKIP1                                                        !@22
015490 7980-OPEN-SUPPRESS-LOG.                                          !@22
015490* One-shot open at first call, the same optional-DD pattern as    !@22
015490*the ACSTQRN report: without the ACSTSUP DD the suppressed counts !@22
015490*still print on ACSTRPT, only the per-document detail is lost.    !@22
015490     OPEN OUTPUT SUPPRESS-LOG.                                    !@22
015490     IF WS-SUPLOG-STATUS = '35' OR WS-SUPLOG-STATUS = '05'        !@22
015490      THEN                                                        !@22
015490       SET SUPPRESS-LOG-CLOSED TO TRUE;                           !@22
015490       DISPLAY PGMNAME, ' NO ACSTSUP DD - SUPPRESSION DETAIL ',   !@22
015490               'NOT WRITTEN FOR THIS RUN.'                        !@22
015490      ELSE                                                        !@22
015490       IF WS-SUPLOG-STATUS = '00'                                 !@22
015490        THEN                                                      !@22
015490         SET SUPPRESS-LOG-OPEN TO TRUE                            !@22
015490        ELSE                                                      !@22
015490         SET SUPPRESS-LOG-CLOSED TO TRUE;                         !@22
015490         DISPLAY PGMNAME, ' *** ACSTSUP OPEN FAILED, STATUS=',    !@22
015490                 WS-SUPLOG-STATUS, ' - SUPPRESSION DETAIL NOT ',  !@22
015490                 'WRITTEN.'                                       !@22
015490       END-IF                                                     !@22
015490     END-IF.                                                      !@22
015490     SKIP1                                                        !@22
015490 7990-OPEN-PROOF-FILE.                                            !@25
015490* Opened only when PROOFCTL asked for a sample.  Without the DD   !@25
015490*there is nothing for QA to sign off, which is said out loud.     !@25
015490     OPEN OUTPUT PROOF-FILE.                                      !@25
015490     IF WS-SMP-STATUS = '35' OR WS-SMP-STATUS = '05'              !@25
015490      THEN                                                        !@25
015490       SET PROOF-FILE-CLOSED TO TRUE;                             !@25
015490       DISPLAY PGMNAME, ' *** PROOFCTL PRESENT BUT NO ',          !@25
015490               'ACSTSMP DD - NO PROOF SAMPLE, RUN CANNOT BE ',    !@25
015490               'SIGNED OFF.'                                      !@25
015490      ELSE                                                        !@25
015490       IF WS-SMP-STATUS = '00'                                    !@25
015490        THEN                                                      !@25
015490         SET PROOF-FILE-OPEN TO TRUE                              !@25
015490        ELSE                                                      !@25
015490         SET PROOF-FILE-CLOSED TO TRUE;                           !@25
015490         DISPLAY PGMNAME, ' *** ACSTSMP OPEN FAILED, STATUS=',    !@25
015490                 WS-SMP-STATUS, ' - NO PROOF SAMPLE WRITTEN.'     !@25
015490       END-IF                                                     !@25
015490     END-IF.                                                      !@25
015490     SKIP1                                                        !@25
015490 7000-TAKE-CHECKPOINT.                                            !@11
015490* Periodic progress record: every WS-CKPT-INTERVAL dispositioned  !@11
015490*records, log the in-flight counts as a CKPT event.  A run that   !@11
015546       MOVE WS-SOSI-FAILCNT TO WS-RPT-VALUE;                       !@15
015546       MOVE WS-RPT-LAYOUT TO CONTROL-RPT-RECORD;                    !@15
015546       WRITE CONTROL-RPT-RECORD;                                    !@15
015546* E-delivery suppression: documents, records, and pages kept off  !@22
015546*paper.  The suppressed records are already inside RECORDS        !@22
015546*DELETED above; these lines say how many of them were deliberate. !@22
015546       MOVE 'DOCUMENTS SUPPRESSED' TO WS-RPT-LABEL;               !@22
015546       MOVE WS-SUP-DOCCNT TO WS-RPT-VALUE;                        !@22
015546       MOVE WS-RPT-LAYOUT TO CONTROL-RPT-RECORD;                  !@22
015546       WRITE CONTROL-RPT-RECORD;                                  !@22
015546       MOVE 'RECORDS SUPPRESSED' TO WS-RPT-LABEL;                 !@22
015546       MOVE WS-SUP-RECCNT TO WS-RPT-VALUE;                        !@22
015546       MOVE WS-RPT-LAYOUT TO CONTROL-RPT-RECORD;                  !@22
015546       WRITE CONTROL-RPT-RECORD;                                  !@22
015546       MOVE 'PAGES SUPPRESSED' TO WS-RPT-LABEL;                   !@22
015546       MOVE WS-SUP-PAGECNT TO WS-RPT-VALUE;                       !@22
015546       MOVE WS-RPT-LAYOUT TO CONTROL-RPT-RECORD;                  !@22
015546       WRITE CONTROL-RPT-RECORD;                                  !@22
015546* Zero here with ACSTPRF allocated means the profile was lost (see!@23
015546*the DISPLAY trace); ACSTPDRF will show no current run for it.    !@23
015546       MOVE 'PROFILE ITEMS WRITTEN' TO WS-RPT-LABEL;              !@23
015546       MOVE WS-PRF-WRITTEN TO WS-RPT-VALUE;                       !@23
015546       MOVE WS-RPT-LAYOUT TO CONTROL-RPT-RECORD;                  !@23
015546       WRITE CONTROL-RPT-RECORD;                                  !@23
015546* Proof sample: units and pages on ACSTSMP for QA sign-off (zero  !@25
015546*when no PROOFCTL was allocated).                                 !@25
015546       MOVE 'PROOF UNITS SAMPLED' TO WS-RPT-LABEL;                !@25
015546       MOVE WS-SMP-UNITNO TO WS-RPT-VALUE;                        !@25
015546       MOVE WS-RPT-LAYOUT TO CONTROL-RPT-RECORD;                  !@25
015546       WRITE CONTROL-RPT-RECORD;                                  !@25
015546       MOVE 'PROOF PAGES SAMPLED' TO WS-RPT-LABEL;                !@25
015546       MOVE WS-SMP-TOT-PAGES TO WS-RPT-VALUE;                     !@25
015546       MOVE WS-RPT-LAYOUT TO CONTROL-RPT-RECORD;                  !@25
015546       WRITE CONTROL-RPT-RECORD;                                  !@25
015546* The duplicate-run flag line - anything but NONE here means      !@16
015546*this job/step already completed today and this run's output      !@16
015546*needs a decision before it is released.                          !@16
015547       CLOSE CONTROL-RPT                                           !@RV
015548     END-IF.                                                       !@RV
015549     SKIP1
015549 8600-WRITE-PROFILE.                                              !@23
015549* Write this run's input format profile to ACSTPRF, keyed by job, !@23
015549*step, and the date and time 8100-WRITE-LOG-RECORD just gave the  !@23
015549*EOF record - WS-LOG-DATE/WS-LOG-TIME still hold them - so every  !@23
015549*profile ties to exactly one run on the log.  A run that profiled !@23
015549*no records (a refused run deletes everything ahead of the tally) !@23
015549*has no shape to compare and writes nothing.  The open follows    !@23
015549*the ACSTLOG pattern, since both are cumulative clusters.         !@23
015549     IF WS-PRF-RECCNT = ZERO                                      !@23
015549      THEN                                                        !@23
015549       DISPLAY PGMNAME, ' NO RECORDS PROFILED - INPUT PROFILE ',  !@23
015549               'NOT WRITTEN FOR THIS RUN.'                        !@23
015549      ELSE                                                        !@23
015549       OPEN I-O INPUT-PROFILE;                                    !@23
015549       IF WS-PRF-STATUS = '35' OR WS-PRF-STATUS = '05'            !@23
015549        THEN                                                      !@23
015549         CLOSE INPUT-PROFILE;                                     !@23
015549         OPEN OUTPUT INPUT-PROFILE                                !@23
015549       END-IF;                                                    !@23
015549       IF WS-PRF-STATUS NOT = '00'                                !@23
015549        THEN                                                      !@23
015549         DISPLAY PGMNAME, ' *** ACSTPRF NOT OPENED, STATUS=',     !@23
015549                 WS-PRF-STATUS, ' - INPUT PROFILE NOT ',          !@23
015549                 'WRITTEN.'                                       !@23
015549        ELSE                                                      !@23
015549         MOVE WS-JOBNAME TO WS-PRF-JOB;                           !@23
015549         MOVE WS-STEPNAME TO WS-PRF-STEP;                         !@23
015549         MOVE WS-LOG-DATE TO WS-PRF-DATE;                         !@23
015549         MOVE WS-LOG-TIME TO WS-PRF-TIME;                         !@23
015549         MOVE 'RUN ' TO WS-PRF-KIND;                              !@23
015549         MOVE 'IN' TO WS-PRF-ITEM;                                !@23
015549         MOVE WS-PRF-RECCNT TO WS-PRF-VALUE;                      !@23
015549         PERFORM 8650-WRITE-PROFILE-ITEM;                         !@23
015549         MOVE 'PS' TO WS-PRF-ITEM;                                !@23
015549         MOVE UAREA-RECCNT TO WS-PRF-VALUE;                       !@23
015549         PERFORM 8650-WRITE-PROFILE-ITEM;                         !@23
015549         MOVE 'ST' TO WS-PRF-ITEM;                                !@23
015549         MOVE UAREA-CHGCNT TO WS-PRF-VALUE;                       !@23
015549         PERFORM 8650-WRITE-PROFILE-ITEM;                         !@23
015549         MOVE 'MK' TO WS-PRF-ITEM;                                !@23
015549         MOVE WS-MASKED-RECCNT TO WS-PRF-VALUE;                   !@23
015549         PERFORM 8650-WRITE-PROFILE-ITEM;                         !@23
015549         MOVE 'DL' TO WS-PRF-ITEM;                                !@23
015549         MOVE UAREA-DELCNT TO WS-PRF-VALUE;                       !@23
015549         PERFORM 8650-WRITE-PROFILE-ITEM;                         !@23
015549         MOVE 'LO' TO WS-PRF-ITEM;                                !@23
015549         MOVE WS-PRF-LO-LEN TO WS-PRF-VALUE;                      !@23
015549         PERFORM 8650-WRITE-PROFILE-ITEM;                         !@23
015549         MOVE 'HI' TO WS-PRF-ITEM;                                !@23
015549         MOVE WS-PRF-HI-LEN TO WS-PRF-VALUE;                      !@23
015549         PERFORM 8650-WRITE-PROFILE-ITEM;                         !@23
015549         MOVE 'CC  ' TO WS-PRF-KIND;                              !@23
015549         PERFORM VARYING WS-PRF-SUB FROM 1 BY 1                   !@23
015549                 UNTIL WS-PRF-SUB > 256                           !@23
015549           IF WS-PRF-CC-CNT (WS-PRF-SUB) > ZERO                   !@23
015549            THEN                                                  !@23
015549             PERFORM 8660-SET-HEX-ITEM;                           !@23
015549             MOVE WS-PRF-CC-CNT (WS-PRF-SUB) TO WS-PRF-VALUE;     !@23
015549             PERFORM 8650-WRITE-PROFILE-ITEM                      !@23
015549           END-IF                                                 !@23
015549         END-PERFORM;                                             !@23
015549         MOVE 'TRC ' TO WS-PRF-KIND;                              !@23
015549         PERFORM VARYING WS-PRF-SUB FROM 1 BY 1                   !@23
015549                 UNTIL WS-PRF-SUB > 256                           !@23
015549           IF WS-PRF-TRC-CNT (WS-PRF-SUB) > ZERO                  !@23
015549            THEN                                                  !@23
015549             PERFORM 8660-SET-HEX-ITEM;                           !@23
015549             MOVE WS-PRF-TRC-CNT (WS-PRF-SUB) TO WS-PRF-VALUE;    !@23
015549             PERFORM 8650-WRITE-PROFILE-ITEM                      !@23
015549           END-IF                                                 !@23
015549         END-PERFORM;                                             !@23
015549         MOVE 'RLEN' TO WS-PRF-KIND;                              !@23
015549         PERFORM VARYING WS-PRF-SUB FROM 1 BY 1                   !@23
015549                 UNTIL WS-PRF-SUB > 8                             !@23
015549           IF WS-PRF-LEN-CNT (WS-PRF-SUB) > ZERO                  !@23
015549            THEN                                                  !@23
015549             MOVE WS-PRF-SUB TO WS-PRF-BAND;                      !@23
015549             MOVE WS-PRF-BAND TO WS-PRF-ITEM;                     !@23
015549             MOVE WS-PRF-LEN-CNT (WS-PRF-SUB) TO WS-PRF-VALUE;    !@23
015549             PERFORM 8650-WRITE-PROFILE-ITEM                      !@23
015549           END-IF                                                 !@23
015549         END-PERFORM;                                             !@23
015549         CLOSE INPUT-PROFILE                                      !@23
015549       END-IF                                                     !@23
015549     END-IF.                                                      !@23
015549     SKIP1                                                        !@23
015549 8650-WRITE-PROFILE-ITEM.                                         !@23
015549* Stage the count and its share in WS-PRF-LAYOUT and write it.  A !@23
015549*count can exceed the records profiled only for DL (a record      !@23
015549*dropped for a bad length never reaches the tally), so the share  !@23
015549*is held at 100.0 percent.  A failed write - a duplicate key, the !@23
015549*cluster out of space - is said out loud and the item is lost;    !@23
015549*the rest of the profile is still written.                        !@23
015549     MOVE WS-PRF-VALUE TO WS-PRF-COUNT.                           !@23
015549     IF WS-PRF-KIND = 'RUN ' AND                                  !@23
015549        (WS-PRF-ITEM = 'LO' OR WS-PRF-ITEM = 'HI')                !@23
015549      THEN                                                        !@23
015549       MOVE ZERO TO WS-PRF-SHARE                                  !@23
015549      ELSE                                                        !@23
015549       IF WS-PRF-VALUE > WS-PRF-RECCNT                            !@23
015549        THEN                                                      !@23
015549         MOVE 1000 TO WS-PRF-SHARE                                !@23
015549        ELSE                                                      !@23
015549         COMPUTE WS-PRF-SHARE ROUNDED =                           !@23
015549                 WS-PRF-VALUE * 1000 / WS-PRF-RECCNT              !@23
015549       END-IF                                                     !@23
015549     END-IF.                                                      !@23
015549     MOVE WS-PRF-LAYOUT TO INPUT-PROFILE-RECORD.                  !@23
015549     WRITE INPUT-PROFILE-RECORD                                   !@23
015549       INVALID KEY                                                !@23
015549         CONTINUE                                                 !@23
015549     END-WRITE.                                                   !@23
015549     IF WS-PRF-STATUS = '00'                                      !@23
015549      THEN                                                        !@23
015549       ADD 1 TO WS-PRF-WRITTEN                                    !@23
015549      ELSE                                                        !@23
015549       DISPLAY PGMNAME, ' *** ACSTPRF WRITE FAILED, STATUS=',     !@23
015549               WS-PRF-STATUS, ' - ', WS-PRF-KIND, ' ',            !@23
015549               WS-PRF-ITEM, ' NOT WRITTEN.'                       !@23
015549     END-IF.                                                      !@23
015549     SKIP1                                                        !@23
015549 8660-SET-HEX-ITEM.                                               !@23
015549* The table subscript is the byte's value plus one; show the byte !@23
015549*as two hex digits in WS-PRF-ITEM.                                !@23
015549     COMPUTE WS-PRF-ORD = WS-PRF-SUB - 1.                         !@23
015549     DIVIDE WS-PRF-ORD BY 16 GIVING WS-PRF-HEX-HI                 !@23
015549            REMAINDER WS-PRF-HEX-LO.                              !@23
015549     MOVE WS-PRF-HEX-DIGITS (WS-PRF-HEX-HI + 1 : 1)               !@23
015549       TO WS-PRF-ITEM (1 : 1).                                    !@23
015549     MOVE WS-PRF-HEX-DIGITS (WS-PRF-HEX-LO + 1 : 1)               !@23
015549       TO WS-PRF-ITEM (2 : 1).                                    !@23
015549     SKIP1                                                        !@23
015549 8700-LOG-PROOF-EVENT.                                            !@25
015549* A run that took a proof sample says so on ACSTLOG, just ahead of!@25
015549*its EOF record: event PROOF with the units sampled in the RECCNT !@25
015549*slot, pages in CHGCNT, records in DELCNT, and watched units in   !@25
015549*INSCNT.  ACSTLBAL holds such a run as an exception until ACSTQASN!@25
015549*has logged a QA approval (QAAPR) for the same job, step and      !@25
015549*date.                                                            !@25
015549     DISPLAY PGMNAME, ' PROOF SAMPLE - UNITS ', WS-SMP-UNITNO,    !@25
015549             ' PAGES ', WS-SMP-TOT-PAGES, ' RECORDS ',            !@25
015549             WS-SMP-TOT-RECS, ' - QA SIGN-OFF REQUIRED.'          !@25
015549     MOVE WS-SMP-UNITNO TO WS-LOG-RECCNT.                         !@25
015549     MOVE WS-SMP-TOT-PAGES TO WS-LOG-CHGCNT.                      !@25
015549     MOVE WS-SMP-TOT-RECS TO WS-LOG-DELCNT.                       !@25
015549     MOVE WS-SMP-TOT-WATCHED TO WS-LOG-INSCNT.                    !@25
015549     MOVE 'PROOF' TO WS-LOG-EVENT.                                !@25
015549     PERFORM 8100-WRITE-LOG-RECORD.                               !@25
015549     SKIP1                                                        !@25
015548 0800-SCAN-PRIOR-RUNS.                                             !@11
015548* First-call read-back of this job/step/date's earlier log        !@11
015548*records, in key (time) order.  An EOF event is a run that        !@11
015548*value.  Numeric values are zero-padded on the left in the file   !@11
015548*(e.g. CKPTINT  00050000).                                        !@11
015548     EVALUATE WS-OPT-KEYWORD                                      !@11
015548       WHEN '*RULESET'                                            !@24
015548         MOVE WS-OPT-LAYOUT TO WS-RULESET-STAMP                   !@24
015548         PERFORM 0980-GET-RULESET-VERSION                         !@24
015548         MOVE WS-RULESET-WORK TO WS-RSV-ACSTOPT                   !@24
015548       WHEN 'CKPTINT'                                             !@11
015548         IF WS-OPT-VALUE IS NUMERIC                               !@11
015548          THEN                                                    !@11
015548           AT END                                                 !@14
015548             SET WS-MASKCTL-AT-EOF TO TRUE                        !@14
015548           NOT AT END                                             !@14
015548             MOVE WS-MASKCTL-LAYOUT TO WS-RULESET-STAMP           !@24
015548             IF WS-RULESET-IS-STAMP                               !@24
015548              THEN                                                !@24
015548               PERFORM 0980-GET-RULESET-VERSION;                  !@24
015548               MOVE WS-RULESET-WORK TO WS-RSV-MASKCTL             !@24
015548              ELSE                                                !@24
015548               PERFORM 0940-LOAD-MASK-RULE                        !@24
015548             END-IF                                               !@24
015548         END-READ                                                 !@14
015548       END-PERFORM;                                               !@14
015548* A rule file longer than the table is an error, not a detail:    !@17
015548           AT END                                                  !@20
015548             SET WS-IDXCTL-AT-EOF TO TRUE                          !@20
015548           NOT AT END                                              !@20
015548             MOVE WS-IDXCTL-LAYOUT TO WS-RULESET-STAMP            !@24
015548             IF WS-RULESET-IS-STAMP                               !@24
015548              THEN                                                !@24
015548               PERFORM 0980-GET-RULESET-VERSION;                  !@24
015548               MOVE WS-RULESET-WORK TO WS-RSV-IDXCTL              !@24
015548              ELSE                                                !@24
015548               PERFORM 0960-LOAD-IDXCOL-RULE                      !@24
015548             END-IF                                               !@24
015548         END-READ                                                  !@20
015548       END-PERFORM;                                                !@20
015548       CLOSE IDXCTL                                                !@20
015548               'START/LENGTH): ', WS-IDXCTL-LAYOUT                 !@20
015548     END-IF.                                                       !@20
015548     SKIP1                                                         !@20
015548 0970-LOAD-PROOF-CONTROL.                                         !@25
015548* Optional PROOFCTL load (see the SELECT comment).  The watch list!@25
015548*and pair table are rebuilt from scratch on every first call.     !@25
015548*Unknown keywords and unusable values are said out loud and       !@25
015548*ignored, as in ACSTOPT.                                          !@25
015548     SET PROOF-NOT-REQUESTED TO TRUE.                             !@25
015548     SET PROOF-FILE-CLOSED TO TRUE.                               !@25
015548     SET PPT-FULL-NOT-SAID TO TRUE.                               !@25
015548     MOVE 3 TO WS-PROOF-PAGE-LIMIT.                               !@25
015548     MOVE ZERO TO PWL-CNT, PPT-CNT.                               !@25
015548     PERFORM 3050-RESET-PROOF-UNIT.                               !@25
015548     OPEN INPUT PROOF-CTL.                                        !@25
015548     IF WS-PROOFCTL-STATUS = '35' OR WS-PROOFCTL-STATUS = '05'    !@25
015548      THEN                                                        !@25
015548       DISPLAY PGMNAME, ' NO PROOFCTL FOUND - NO PROOF ',         !@25
015548               'SAMPLE FOR THIS RUN.'                             !@25
015548      ELSE                                                        !@25
015548       SET PROOF-REQUESTED TO TRUE;                               !@25
015548       PERFORM UNTIL WS-PROOFCTL-AT-EOF                           !@25
015548         READ PROOF-CTL INTO WS-PROOFCTL-LAYOUT                   !@25
015548           AT END                                                 !@25
015548             SET WS-PROOFCTL-AT-EOF TO TRUE                       !@25
015548           NOT AT END                                             !@25
015548             PERFORM 0975-APPLY-PROOF-OPTION                      !@25
015548         END-READ                                                 !@25
015548       END-PERFORM;                                               !@25
015548       CLOSE PROOF-CTL;                                           !@25
015548       PERFORM 7990-OPEN-PROOF-FILE                               !@25
015548     END-IF.                                                      !@25
015548     SKIP1                                                        !@25
015548 0975-APPLY-PROOF-OPTION.                                         !@25
015548* PAGES values are zero-padded on the left like ACSTOPT's (e.g.   !@25
015548*PAGES    00000005); a WATCH value is the document identifier,    !@25
015548*left-justified as IDXCTL captures it.                            !@25
015548     EVALUATE WS-PROOFCTL-KEYWORD                                 !@25
015548       WHEN 'PAGES'                                               !@25
015548         IF WS-PROOFCTL-VALUE (1 : 8) IS NUMERIC                  !@25
015548          THEN                                                    !@25
015548           MOVE WS-PROOFCTL-VALUE (1 : 8) TO WS-PROOF-PAGE-LIMIT  !@25
015548          ELSE                                                    !@25
015548           DISPLAY PGMNAME, ' PROOFCTL PAGES VALUE NOT ',         !@25
015548                   'NUMERIC - IGNORED: ', WS-PROOFCTL-VALUE       !@25
015548         END-IF                                                   !@25
015548       WHEN 'WATCH'                                               !@25
015548         EVALUATE TRUE                                            !@25
015548           WHEN WS-PROOFCTL-VALUE = SPACES                        !@25
015548             DISPLAY PGMNAME, ' PROOFCTL WATCH WITH NO DOCUMENT ',!@25
015548                     'ID - IGNORED.'                              !@25
015548           WHEN PWL-CNT = 100                                     !@25
015548             DISPLAY PGMNAME, ' *** PROOFCTL WATCH LIST ',        !@25
015548                     'FULL (100) - NOT WATCHED: ',                !@25
015548                     WS-PROOFCTL-VALUE                            !@25
015548           WHEN OTHER                                             !@25
015548             ADD 1 TO PWL-CNT                                     !@25
015548             MOVE WS-PROOFCTL-VALUE TO PWL-DOCID (PWL-CNT)        !@25
015548         END-EVALUATE                                             !@25
015548       WHEN OTHER                                                 !@25
015548         DISPLAY PGMNAME, ' PROOFCTL KEYWORD NOT RECOGNIZED - ',  !@25
015548                 'IGNORED: ', WS-PROOFCTL-KEYWORD                 !@25
015548     END-EVALUATE.                                                !@25
015548     SKIP1                                                        !@25
015549 0900-LOAD-STRIP-CHAR-TABLE.                                       !@RV
015549* Optional runtime override of STRIP-CHAR-TABLE (see the          !@RV
015549*declaration comment above STRIP-CHAR-TABLE).  If STRPCTL isn't    !@RV
015549           AT END                                                  !@RV
015549             SET WS-STRPCTL-AT-EOF TO TRUE                         !@RV
015549           NOT AT END                                              !@RV
015549             MOVE WS-STRPCTL-LAYOUT TO WS-RULESET-STAMP           !@24
015549             IF WS-RULESET-IS-STAMP                               !@24
015549              THEN                                                !@24
015549               PERFORM 0980-GET-RULESET-VERSION;                  !@24
015549               MOVE WS-RULESET-WORK TO WS-RSV-STRPCTL             !@24
015549              ELSE                                                !@24
015549               ADD 1 TO STC-IDX-CTL;                              !@24
015549               MOVE WS-STRPCTL-PRMODE TO STC-PRMODE (STC-IDX-CTL);!@24
015549               MOVE WS-STRPCTL-TRC    TO STC-TRC    (STC-IDX-CTL);!@24
015549               MOVE WS-STRPCTL-TRCVAL TO STC-TRCVAL (STC-IDX-CTL);!@24
015549               MOVE WS-STRPCTL-CHAR   TO STC-CHAR   (STC-IDX-CTL) !@24
015549             END-IF                                               !@24
015549         END-READ                                                  !@RV
015549       END-PERFORM;                                                !@RV
015549       CLOSE STRPCTL                                               !@RV
015549     END-IF.                                                       !@RV
015549     SKIP1                                                        !@24
015549 0980-GET-RULESET-VERSION.                                        !@24
015549* The stamp now in WS-RULESET-STAMP carries the version ACSTRMNT  !@24
015549*published.  A version that is not numeric is said out loud and   !@24
015549*taken as zero - the same as an unstamped member - rather than    !@24
015549*logged as something nobody published.                            !@24
015549     IF WS-RULESET-VERSION IS NUMERIC                             !@24
015549      THEN                                                        !@24
015549       MOVE WS-RULESET-VERSION TO WS-RULESET-WORK                 !@24
015549      ELSE                                                        !@24
015549       MOVE ZERO TO WS-RULESET-WORK;                              !@24
015549       DISPLAY PGMNAME, ' *RULESET STAMP VERSION NOT NUMERIC - ', !@24
015549               'LOGGED AS 000000: ', WS-RULESET-VERSION           !@24
015549     END-IF.                                                      !@24
015549     SKIP1                                                        !@24
015549 0990-LOG-RULESET-VERSIONS.                                       !@24
015549* Log the rule-set versions just loaded (see the SELECT comment   !@24
015549*ahead of STRPCTL) as the RULES event, right behind INIT.  The    !@24
015549*members of one published set all carry the same version; a       !@24
015549*stamped member whose version differs from another's means the    !@24
015549*members were not released together, which is said on SYSOUT -    !@24
015549*the run still proceeds on the rules it loaded, and the RULES     !@24
015549*record shows exactly which.                                      !@24
015549     DISPLAY PGMNAME, ' RULE-SET VERSIONS - STRPCTL ',            !@24
015549             WS-RSV-STRPCTL, ' MASKCTL ', WS-RSV-MASKCTL,         !@24
015549             ' IDXCTL ', WS-RSV-IDXCTL,                           !@24
015549             ' ACSTOPT ', WS-RSV-ACSTOPT.                         !@24
015549     MOVE ZERO TO WS-RSV-SEEN.                                    !@24
015549     SET RULESET-NOT-MIXED TO TRUE.                               !@24
015549     MOVE WS-RSV-STRPCTL TO WS-RULESET-WORK.                      !@24
015549     PERFORM 0995-COMPARE-RULESET-VERSION.                        !@24
015549     MOVE WS-RSV-MASKCTL TO WS-RULESET-WORK.                      !@24
015549     PERFORM 0995-COMPARE-RULESET-VERSION.                        !@24
015549     MOVE WS-RSV-IDXCTL TO WS-RULESET-WORK.                       !@24
015549     PERFORM 0995-COMPARE-RULESET-VERSION.                        !@24
015549     MOVE WS-RSV-ACSTOPT TO WS-RULESET-WORK.                      !@24
015549     PERFORM 0995-COMPARE-RULESET-VERSION.                        !@24
015549     IF RULESET-IS-MIXED                                          !@24
015549      THEN                                                        !@24
015549       DISPLAY PGMNAME, ' *** RULE-SET MEMBERS CARRY DIFFERENT ', !@24
015549               'VERSIONS - NOT RELEASED TOGETHER.'                !@24
015549     END-IF.                                                      !@24
015549     MOVE WS-RSV-STRPCTL TO WS-LOG-RECCNT.                        !@24
015549     MOVE WS-RSV-MASKCTL TO WS-LOG-CHGCNT.                        !@24
015549     MOVE WS-RSV-IDXCTL TO WS-LOG-DELCNT.                         !@24
015549     MOVE WS-RSV-ACSTOPT TO WS-LOG-INSCNT.                        !@24
015549     MOVE 'RULES' TO WS-LOG-EVENT.                                !@24
015549     PERFORM 8100-WRITE-LOG-RECORD.                               !@24
015549     SKIP1                                                        !@24
015549 0995-COMPARE-RULESET-VERSION.                                    !@24
015549     IF WS-RULESET-WORK NOT = ZERO                                !@24
015549      THEN                                                        !@24
015549       IF WS-RSV-SEEN = ZERO                                      !@24
015549        THEN                                                      !@24
015549         MOVE WS-RULESET-WORK TO WS-RSV-SEEN                      !@24
015549        ELSE                                                      !@24
015549         IF WS-RULESET-WORK NOT = WS-RSV-SEEN                     !@24
015549          THEN                                                    !@24
015549           SET RULESET-IS-MIXED TO TRUE                           !@24
015549         END-IF                                                   !@24
015549       END-IF                                                     !@24
015549     END-IF.                                                      !@24
015549     SKIP1                                                        !@24
015420 1000-RESOLVE-STRIP-CHAR.                                         !@00
015430* Pick the strip character for this record: the first matching    !@00
015440*entry in STRIP-CHAR-TABLE keyed by INP-PRMODE, INP-TRC, and/or   !@09
