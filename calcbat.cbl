0001A7*                 COUNTERS TO CALCTOT.SN FOR THE CALCMRG
0001A8*                 CONSOLIDATION STEP, WHICH REBUILDS THE SINGLE
0001A9*                 CALCRPT THE RECONCILIATION EXPECTS.
0001AA*  10/15/26  DP   AN EXPRESSION MAY NOW NAME ANOTHER REQUEST'S
0001AB*                 ANSWER AS REQ(NNNN).  SUCH DEPENDENTS ARE
0001AC*                 COLLECTED AHEAD OF THE PRIORITY PASSES, LEFT
0001AD*                 ALONE BY THEM, AND CALCULATED AFTERWARDS IN
0001AE*                 ROUNDS -- EACH ONLY ONCE EVERY PREDECESSOR IT
0001AF*                 NAMES HAS BEEN CALCULATED, WHATEVER THEIR
0001AG*                 CLASSES OR KEYS.  A PREDECESSOR THAT IS
0001AH*                 PENDING, REJECTED, DEFERRED OR (IN A STREAM
0001AI*                 RUN) ANOTHER STREAM'S IS PASSED TO COBOLSTUFF
0001AJ*                 AS BLOCKED, SO THE DEPENDENT FAILS "NOT RUN"
0001AK*                 (61) ONTO CALCREJ INSTEAD OF USING A STALE
0001AL*                 ANSWER; ONE WHOSE PREDECESSOR FAILED FAILS 62.
0001AM*                 A CIRCULAR CHAIN FAILS 61 THE SAME WAY.  THE
0001AN*                 REPROCESS RUN ORDERS ITS DEPENDENTS LIKEWISE.
0001AO*  10/15/26  DP   A CALCOUT REWRITE NOW CARRIES OVER THE GENERAL-
0001AP*                 LEDGER ACKNOWLEDGMENT CALCACK STAMPED ON THE
0001AQ*                 PRIOR ANSWER, SO CALCGLX STILL KNOWS IT POSTED.
0001AR*  10/15/26  DP   DEFERRALS ARE NOW ALSO COUNTED IN BUSINESS DAYS
0001AS*                 OFF THE CALCCAL CALENDAR -- DUE THE NEXT
0001AT*                 BUSINESS DAY, IN 2-5 BUSINESS DAYS, OR LATER --
0001AU*                 ON THE REPORT, THE CHECKPOINT AND CALCTOT.SN.
0001AV*  10/15/26  DP   CALCREJ LAYOUT NOW FROM CALCREJREC, SHARED WITH
0001AW*                 THE CALCDST DISTRIBUTION STEP.
0001AX*  10/15/26  DP   RESULT TOLERANCE LIMITS.  A CLEAN ANSWER THAT
0001AY*                 FALLS BELOW ITS REQUEST'S MINIMUM, ABOVE ITS
0001AZ*                 MAXIMUM, OR CHANGES BY MORE THAN THE PERCENT
0001B0*                 ALLOWED FROM THE BASIS REQUEST'S LAST ANSWER ON
0001B1*                 CALCHIS IS HELD: RETURN CODE 70 ON CALCOUT AND
0001B2*                 CALCHIS, STILL COUNTED SUCCEEDED, AND LISTED ON
0001B3*                 THE TOLRPT EXCEPTIONS REPORT (TOLRPT.SN IN A
0001B4*                 STREAM RUN).  THE HELD COUNT RIDES THE REPORT,
0001B5*                 THE CHECKPOINT AND CALCTOT.SN.
0001B6*  10/15/26  DP   CALCOUT KEEPS THE DATE AND TIME OF A REQUEST'S
0001B7*                 FIRST ANSWER, AND THE DATE ITS PRESENT RUN OF
0001B8*                 FAILURES BEGAN, ACROSS RERUNS.
0001B9*  10/15/26  DP   A DEPENDENT WHOSE PREDECESSOR IS ANOTHER
0001BA*                 STREAM'S KEY NO LONGER FAILS "NOT RUN" IN A
0001BB*                 PARTITIONED RUN -- THE STREAM LEAVES IT
0001BC*                 UNCALCULATED, COUNTS IT ON THE REPORT AND
0001BD*                 CALCTOT.SN, AND CARRIES ITS ID ON CALCDEP.SN.
0001BE*                 A "DEPENDENTS" PARM CARD RUNS THE DEPENDENTS
0001BF*                 PASS AFTER CALCMRG, CALCULATING ONLY THE
0001BG*                 CARRIED DEPENDENTS ONCE EVERY STREAM'S ANSWERS
0001BH*                 ARE ON CALCOUT.
0001BI*  10/15/26  DP   EACH REQ(NNNN) PREDECESSOR'S ANSWER IS READ
0001BJ*                 THROUGH THIS PROGRAM'S OWN CALCOUT AND PASSED
0001BK*                 TO COBOLSTUFF ON THE CALL, SO A DEPENDENT IS
0001BL*                 BUILT ON THE ANSWER JUST WRITTEN, NOT ON WHAT
0001BM*                 A SECOND COPY OF THE FILE STILL SHOWS.
000160*================================================================
000170 environment division.
000180 configuration section.
00044F     select calc-total-file assign using calc-total-name
00044G         organization is line sequential
00044H         file status is calc-total-status.
0004A0*    answers held for breaking a tolerance limit, one line each,
0004A1*    for the supervisor who releases them on calchld.
0004A2     select calc-tol-file assign using calc-tol-name
0004A3         organization is line sequential
0004A4         file status is calc-tol-status.
0004A5*    dependents a stream left uncalculated because a request
0004A6*    they name belongs to another stream -- one request id per
0004A7*    line, written beside CALCTOT.Sn, read back and deleted by
0004A8*    the dependents pass once calcmrg has run.
0004A9     select calc-carry-file assign using calc-carry-name
0004AA         organization is line sequential
0004AB         file status is calc-carry-status.
000448*    parm data set -- one card per line, any order.  "REPROCESS"
000449*    makes this run read CALCREJ instead of walking all of
00044I*    CALCIN; "ASOF YYYYMMDD" fixes the run's as-of date; and
00044J*    "STREAM N LOWKEY HIGHKEY" confines this instance to one
00044K*    key range of a partitioned run; "DEPENDENTS" makes it the
00044L*    dependents pass after calcmrg.  1050-APPLY-PARM-CARD has
00044M*    the column layouts.
00044A     select calc-parm-file assign to "CALCPARM"
00044B         organization is line sequential
00044C         file status is calc-parm-status.
00049F     copy calchisrec.
00049G
000495 fd  calc-reject-file.
000496     copy calcrejrec.
00049B
00049C fd  calc-parm-file.
00049D 01  calc-parm-record            pic x(80).
00049H
00049I fd  calc-total-file.
00049J     copy calctotrec.
00049K
00049L fd  calc-tol-file.
00049M 01  calc-tol-line               pic x(132).
00049N
00049O fd  calc-carry-file.
00049P 01  calc-carry-record.
00049Q     05  calc-carry-id           pic 9(09).
000520
000530 fd  calc-report-file.
000540 01  calc-report-line            pic x(140).
00068E*    the approval-workflow skip totals, carried the same way.
00068F     05  ckpt-pending            pic 9(07).
00068G     05  ckpt-rejskip            pic 9(07).
00068H*    the deferred total split by business days still to wait,
00068I*    carried the same way.
00068J     05  ckpt-defer-bd1          pic 9(07).
00068K     05  ckpt-defer-bd5          pic 9(07).
00068L     05  ckpt-defer-bdover       pic 9(07).
00068M*    the answers held for review so far, carried the same way.
00068N     05  ckpt-held               pic 9(07).
000690
000700 working-storage section.
000710     copy calcif.
000711     copy calcrunrec.
000715     copy calccalif.
000717     copy calcnumif.
000720
000730 01  calc-input-status           pic x(02) value "00".
000740 01  calc-report-status          pic x(02) value "00".
000751 01  calc-output-status          pic x(02) value "00".
00075M 01  calc-history-status         pic x(02) value "00".
0007B0 01  calc-total-status           pic x(02) value "00".
0007B1 01  calc-tol-status             pic x(02) value "00".
0007B2 01  calc-carry-status           pic x(02) value "00".
0007B3
0007B4*    run-time file names -- the plain names until a STREAM parm
0007B5*    card suffixes them with .Sn for a partitioned run.
0007B6 01  calc-report-name            pic x(12) value "CALCRPT".
0007B7 01  calc-ckpt-name              pic x(12) value "CALCCKPT".
0007B8 01  calc-reject-name            pic x(12) value "CALCREJ".
0007B9 01  calc-total-name             pic x(12) value "CALCTOT".
0007BA 01  calc-tol-name               pic x(12) value "TOLRPT".
0007BB 01  calc-carry-name             pic x(12) value "CALCDEP".
0007BC
0007BD*    the stream this instance is (0 = the whole file), its
0007BE*    CALCIN key range, and the parse work fields for the card.
0007BF 01  calc-stream                 pic 9(01) value 0.
0007BG 01  calc-stream-low             pic 9(09) value 0.
0007BH 01  calc-stream-high            pic 9(09) value 999999999.
0007BI 01  calc-stream-low-x           pic x(09) value spaces.
0007BJ 01  calc-stream-low-n redefines calc-stream-low-x
0007BK                                 pic 9(09).
0007BL 01  calc-stream-high-x          pic x(09) value spaces.
0007BM 01  calc-stream-high-n redefines calc-stream-high-x
0007BN                                 pic 9(09).
0007BO
0007BP*    the dependents pass's walk of the streams' CALCDEP.Sn
0007BQ*    files -- which are on disk, and how many.  the loop
0007BR*    counter is two digits so its exit test can see the value
0007BS*    past 9; the single-digit copy goes into the file name.
0007BT 01  calc-carry-used             pic 9(01) value 0.
0007BU 01  calc-carry-stream           pic 9(02) value 0.
0007BV 01  calc-carry-digit            pic 9(01) value 0.
0007BW 01  calc-carry-present-table.
0007BX     05  calc-carry-present      pic x(01) occurs 9 times
0007BY                                 value "N".
000752 01  calc-reject-status          pic x(02) value "00".
000753 01  calc-parm-status            pic x(02) value "00".
000754
000812         88  calc-is-reprocess   value "Y".
000813     05  calc-rej-eof-sw         pic x(01) value "N".
000814         88  calc-rej-eof        value "Y".
000815     05  calc-dep-progress-sw    pic x(01) value "N".
000816         88  calc-dep-progress   value "Y".
000817     05  calc-dep-force-sw       pic x(01) value "N".
000818         88  calc-dep-force      value "Y".
000819     05  calc-dep-wait-sw        pic x(01) value "N".
00081A         88  calc-dep-waiting    value "Y".
00081B     05  calc-dep-added-sw       pic x(01) value "N".
00081C         88  calc-dep-added      value "Y".
00081D*    'Y' the reference closed on its ')', 'B' it was malformed,
00081E*    'N' still scanning.
00081F     05  calc-ref-end-sw         pic x(01) value "N".
00081G     05  calc-his-eof-sw         pic x(01) value "N".
00081H         88  calc-his-eof        value "Y".
00081I     05  calc-held-sw            pic x(01) value "N".
00081J         88  calc-is-held        value "Y".
00081K     05  calc-deppass-sw         pic x(01) value "N".
00081L         88  calc-is-deppass     value "Y".
00081M     05  calc-dep-cross-sw       pic x(01) value "N".
00081N         88  calc-dep-cross      value "Y".
00081O     05  calc-carry-eof-sw       pic x(01) value "N".
00081P         88  calc-carry-eof      value "Y".
000820
000830 01  calc-counters.
000840     05  calc-read-count         pic 9(07) value 0.
000861     05  calc-deferred-count     pic 9(07) value 0.
000862     05  calc-pending-count      pic 9(07) value 0.
000863     05  calc-rejskip-count      pic 9(07) value 0.
000864*    the deferred requests again by how many business days,
000865*    counted off CALCCAL, they still wait: the next business
000866*    day, two to five, or more than five.
000867     05  calc-defer-bd1-count    pic 9(07) value 0.
000868     05  calc-defer-bd5-count    pic 9(07) value 0.
000869     05  calc-defer-bdover-count pic 9(07) value 0.
00086A*    answers held for breaking a tolerance limit -- already
00086B*    inside calc-ok-count.
00086C     05  calc-held-count         pic 9(07) value 0.
00086D*    dependents a stream left for the dependents pass -- not
00086E*    read, not calculated here.
00086F     05  calc-xdep-count         pic 9(07) value 0.
000870     05  calc-ckpt-quotient      pic 9(07) value 0.
000880     05  calc-ckpt-remainder     pic 9(07) value 0.
000881
000887         10  calc-pri-read       pic 9(07) value 0.
000888         10  calc-pri-ok         pic 9(07) value 0.
000889         10  calc-pri-err        pic 9(07) value 0.
0008A0
0008A1*    dependents -- requests whose expression names another
0008A2*    request's answer as REQ(nnnn).  a full run collects them
0008A3*    before its first pass, the passes leave them alone, and
0008A4*    the dependency rounds after the last pass calculate each
0008A5*    one once no predecessor it names is still waiting ('W'
0008A6*    waiting, 'D' done, 'X' left for the dependents pass
0008A7*    because a predecessor is another stream's, directly or
0008A8*    down the chain).  a reprocess run collects the ones on
0008A9*    its reject list the same way.  past capacity a dependent
0008AA*    is calculated in its own pass as before, unordered, and
0008AB*    the overflow is announced at the end.  the dependents
0008AC*    pass tables the ids the streams carried instead.
0008AD 01  calc-dep-used               pic 9(05) value 0.
0008AE 01  calc-dep-lost               pic 9(05) value 0.
0008AF 01  calc-dep-sub                pic 9(05) value 0.
0008AG 01  calc-dep-sub2               pic 9(05) value 0.
0008AH 01  calc-dep-found-sub          pic 9(05) value 0.
0008AI 01  calc-dep-find-id            pic 9(09) value 0.
0008AJ 01  calc-dep-blocked            pic 9(09) value 0.
0008AK 01  calc-dep-table.
0008AL     05  calc-dep-entry          occurs 5000 times.
0008AM         10  calc-dep-id         pic 9(09).
0008AN         10  calc-dep-priority   pic 9(01).
0008AO         10  calc-dep-state      pic x(01).
0008AP
0008AQ*    the REQ(nnnn) ids named by the expression in hand, pulled
0008AR*    out of an upper-cased copy of it (cobolstuff folds names
0008AS*    to capitals, so "req(12)" is a reference too).
0008AT 01  calc-ref-expr               pic x(80) value spaces.
0008AU 01  calc-ref-pos                pic 9(03) value 0.
0008AV 01  calc-ref-scan               pic 9(03) value 0.
0008AW 01  calc-ref-id                 pic 9(09) value 0.
0008AX 01  calc-ref-digits             pic 9(02) value 0.
0008AY 01  calc-ref-digit              pic 9(01) value 0.
0008AZ 01  calc-ref-count              pic 9(02) value 0.
0008B0 01  calc-ref-sub                pic 9(02) value 0.
0008B1 01  calc-ref-list.
0008B2     05  calc-ref-list-id        pic 9(09) occurs 20 times.
0008B3
0008B4*    basis answers for the percent-change limits -- one entry
0008B5*    per request some request in this instance's range measures
0008B6*    against, kept in id order so a CALCHIS record finds its
0008B7*    entry by halving.  the last clean answer CALCHIS holds for
0008B8*    the id is the basis; a later held answer a supervisor has
0008B9*    since released on calchld takes its place.  past capacity
0008BA*    a request's change limit goes unchecked and the overflow
0008BB*    is announced.
0008BC 01  calc-bas-used               pic 9(05) value 0.
0008BD 01  calc-bas-lost               pic 9(05) value 0.
0008BE 01  calc-bas-sub                pic 9(05) value 0.
0008BF 01  calc-bas-low                pic 9(05) value 0.
0008BG 01  calc-bas-high               pic 9(05) value 0.
0008BH 01  calc-bas-mid                pic 9(05) value 0.
0008BI 01  calc-bas-found-sub          pic 9(05) value 0.
0008BJ 01  calc-bas-find-id            pic 9(09) value 0.
0008BK 01  calc-bas-table.
0008BL     05  calc-bas-entry          occurs 5000 times.
0008BM         10  calc-bas-id         pic 9(09).
0008BN         10  calc-bas-good-sw    pic x(01).
0008BO         10  calc-bas-good-value pic s9(09)v9(09).
0008BP         10  calc-bas-good-when.
0008BQ             15  calc-bas-good-date pic 9(08).
0008BR             15  calc-bas-good-time pic 9(08).
0008BS         10  calc-bas-held-sw    pic x(01).
0008BT         10  calc-bas-held-value pic s9(09)v9(09).
0008BU         10  calc-bas-held-when.
0008BV             15  calc-bas-held-date pic 9(08).
0008BW             15  calc-bas-held-time pic 9(08).
0008BX
0008BY*    the tolerance check on the answer in hand: which limit it
0008BZ*    broke ('L' minimum, 'H' maximum, 'P' percent change, space
0008C0*    none), the limit, and for a change the basis and the
0008C1*    change itself, as a percent of the basis.
0008C2 01  calc-tol-reason             pic x(01) value space.
0008C3 01  calc-tol-limit              pic s9(09)v9(09) value 0.
0008C4 01  calc-tol-basis-id           pic 9(09) value 0.
0008C5 01  calc-tol-basis-value        pic s9(09)v9(09) value 0.
0008C6 01  calc-tol-diff               pic s9(10)v9(09) value 0.
0008C7 01  calc-tol-base-abs           pic s9(10)v9(09) value 0.
0008C8 01  calc-tol-change             pic 9(07)v9(02) value 0.
0008C9 01  calc-tol-id-edit            pic zzzzzzzz9.
0008CA
000900*    how often (in input records) a checkpoint is taken.
000910 01  calc-checkpoint-interval    pic 9(04) value 0010.
000920
00133L     05  filler                  pic x(20) value
00133M         "DEFERRED TO LATER. .".
00133N     05  calc-rpt-deferred       pic zzz,zz9.
0013A0
0013A1 01  calc-report-defer-bd-line.
0013A2     05  filler                  pic x(04) value spaces.
0013A3     05  calc-rpt-defer-bd-text  pic x(16).
0013A4     05  calc-rpt-defer-bd       pic zzz,zz9.
0013A5
0013A6 01  calc-report-pend-line.
0013A7     05  filler                  pic x(20) value
0013A8         "AWAITING APPROVAL. .".
0013A9     05  calc-rpt-pending        pic zzz,zz9.
0013AA
0013AB 01  calc-report-rjct-line.
0013AC     05  filler                  pic x(20) value
0013AD         "REJECTED, NOT RUN. .".
0013AE     05  calc-rpt-rejskip        pic zzz,zz9.
0013AF
0013AG 01  calc-report-held-line.
0013AH     05  filler                  pic x(20) value
0013AI         "HELD FOR REVIEW. . .".
0013AJ     05  calc-rpt-held           pic zzz,zz9.
0013AK
0013AL 01  calc-report-xdep-line.
0013AM     05  filler                  pic x(20) value
0013AN         "FOR DEPENDENTS PASS.".
0013AO     05  calc-rpt-xdep           pic zzz,zz9.
0013AP
0013AQ*    the TOLRPT exceptions report.  the amounts go out as text
0013AR*    through calcnum so they read the way they were keyed.
0013AS 01  calc-tol-heading-1.
0013AT     05  filler                  pic x(40) value
0013AU         "CALCBAT -- RESULTS HELD FOR REVIEW".
0013AV 01  calc-tol-heading-2.
0013AW     05  filler                  pic x(09) value "REQ ID".
0013AX     05  filler                  pic x(02) value spaces.
0013AY     05  filler                  pic x(08) value "REQUESTR".
0013AZ     05  filler                  pic x(02) value spaces.
0013B0     05  filler                  pic x(20) value "ANSWER".
0013B1     05  filler                  pic x(02) value spaces.
0013B2     05  filler                  pic x(16) value "REASON".
0013B3     05  filler                  pic x(02) value spaces.
0013B4     05  filler                  pic x(20) value "LIMIT".
0013B5     05  filler                  pic x(02) value spaces.
0013B6     05  filler                  pic x(09) value "BASIS ID".
0013B7     05  filler                  pic x(02) value spaces.
0013B8     05  filler                  pic x(20) value "BASIS ANSWER".
0013B9     05  filler                  pic x(02) value spaces.
0013BA     05  filler                  pic x(12) value "CHANGE %".
0013BB 01  calc-tol-detail.
0013BC     05  calc-tol-rpt-id         pic zzzzzzzz9.
0013BD     05  filler                  pic x(02) value spaces.
0013BE     05  calc-tol-rpt-requestor  pic x(08).
0013BF     05  filler                  pic x(02) value spaces.
0013BG     05  calc-tol-rpt-answer     pic x(20).
0013BH     05  filler                  pic x(02) value spaces.
0013BI     05  calc-tol-rpt-reason     pic x(16).
0013BJ     05  filler                  pic x(02) value spaces.
0013BK     05  calc-tol-rpt-limit      pic x(20).
0013BL     05  filler                  pic x(02) value spaces.
0013BM     05  calc-tol-rpt-basis-id   pic x(09).
0013BN     05  filler                  pic x(02) value spaces.
0013BO     05  calc-tol-rpt-basis-ans  pic x(20).
0013BP     05  filler                  pic x(02) value spaces.
0013BQ     05  calc-tol-rpt-change     pic x(12).
0013BR 01  calc-tol-total.
0013BS     05  filler                  pic x(20) value
0013BT         "ANSWERS HELD . . . .".
0013BU     05  calc-tol-rpt-held       pic zzz,zz9.
0013BV
0013BW procedure division.
0013BX
0013BY*================================================================
0013BZ*  0000-MAINLINE.  IF THE INPUT OR REPORT FILE DIDN'T OPEN,
0013C0*  1000-INITIALIZE ALREADY DISPLAYED WHY AND LEFT CALC-EOF-SW
001400*  SET TO "Y" -- SKIP THE READ/CALC LOOP AND TOTALS ENTIRELY
001410*  RATHER THAN OPERATE ON A FILE THAT NEVER OPENED.
001420*================================================================
001442*    assume the worst -- the end record only says "completed"
001443*    once finalization has actually run.
001444     move "A" to calc-run-outcome
001445*    a dependents pass with nothing carried touched nothing --
001446*    that is a clean end, not an abort.
001447     if calc-is-deppass and calc-carry-used = 0
001448         move "C" to calc-run-outcome
001449     end-if
001450     if not calc-eof
001451         if calc-is-reprocess
001452             perform 2500-reprocess-file
001453                 thru 2500-reprocess-file-exit
001454         else
001463             if calc-is-deppass
001472                 perform 2800-dependents-pass
001481                     thru 2800-dependents-pass-exit
001490             else
001500                 perform 2000-process-file
001501                     thru 2000-process-file-exit
001504             end-if
001507         end-if
001510         perform 3000-finalize        thru 3000-finalize-exit
001511         move "C" to calc-run-outcome
001520     end-if
00166O     end-if
00166P     move calc-asof-date to calc-as-of-date
00166Q
0016A0*    the dependents pass belongs to a partitioned night as a
0016A1*    whole -- it is neither a stream nor a reprocess -- and
0016A2*    runs only when some stream left a CALCDEP.Sn behind.  with
0016A3*    none on disk it touches nothing, so a single-stream
0016A4*    night's CALCRPT and CALCREJ survive a scheduled-anyway
0016A5*    pass.
0016A6     if calc-is-deppass
0016A7         if calc-stream > 0 or calc-is-reprocess
0016A8             display "CALCBAT: DEPENDENTS CARD IGNORED -- NOT "
0016A9                 "WITH A STREAM OR REPROCESS CARD"
0016AA             move "N" to calc-deppass-sw
0016AB         else
0016AC             perform 1500-probe-carry
0016AD                 thru 1500-probe-carry-exit
0016AE             if calc-carry-used = 0
0016AF                 display "CALCBAT: NO CALCDEP.SN FILES -- "
0016AG                     "NOTHING FOR THE DEPENDENTS PASS"
0016AH                 move "Y" to calc-eof-sw
0016AI                 go to 1000-initialize-exit
0016AJ             end-if
0016AK         end-if
0016AL     end-if
0016AM
0016AN     open input  calc-input-file
0016AO     if calc-input-status <> "00"
0016AP         display "CALCBAT: UNABLE TO OPEN CALCIN, STATUS="
001700             calc-input-status
001710         move "Y" to calc-eof-sw
001720     end-if
001770*    CKPT-LAST-RECORD at its sentinel value of 0, so the file
001780*    merely opening isn't enough to call this a restart.
001781*    checkpoints describe a full walk of CALCIN, so a
001782*    reprocess run or the dependents pass neither restarts
001784*    from one nor takes any.
001786     if not calc-is-reprocess and not calc-is-deppass
001790         open input calc-checkpoint-file
001800         if calc-checkpoint-status = "00"
001810             read calc-checkpoint-file
00186D                     move ckpt-pending to calc-pending-count
00186E                     move ckpt-rejskip to calc-rejskip-count
00186F                 end-if
00186G                 if ckpt-defer-bd1 is numeric
00186H                     move ckpt-defer-bd1 to calc-defer-bd1-count
00186I                     move ckpt-defer-bd5 to calc-defer-bd5-count
00186J                     move ckpt-defer-bdover
00186K                         to calc-defer-bdover-count
00186L                 end-if
00186M                 if ckpt-held is numeric
00186N                     move ckpt-held to calc-held-count
00186O                 end-if
001870                 display "CALCBAT: RESTARTING AFTER REQUEST ID "
001880                     ckpt-last-record
001881                 display "CALCBAT: RESUMING AT PRIORITY PASS "
001910         end-if
001911     end-if
001920
001922*    the dependents pass adds its lines to the end of the
001924*    CALCRPT calcmrg consolidated, so the reconciliation sees
001926*    the whole night on one report.
001930     if calc-is-restart or calc-is-deppass
001940         open extend calc-report-file
001950     else
001960         open output calc-report-file
00203D         move "Y" to calc-eof-sw
00203E     end-if
00203F
00203G*    the basis answers for the percent-change limits come off
00203H*    the history before it opens to take tonight's answers.
00203I     if not calc-eof
00203J         perform 1400-load-basis thru 1400-load-basis-exit
00203K     end-if
00203L
0020A0*    the results history only ever extends -- every run's
0020A1*    answers go on the end, after whatever earlier runs wrote.
0020A2*    the very first run creates it.
00203G*    normal runs collect this run's failures on a fresh CALCREJ
00203H*    (a restart extends the one the interrupted run started, so
00203I*    rejects from before the checkpoint survive).  a reprocess
00203J*    run opens the file for input later instead.  the
0020A0*    dependents pass starts the plain CALCREJ fresh -- on a
0020A1*    partitioned night the streams' failures are on CALCREJ.Sn
0020A2*    and only the pass writes the plain one.
0020A3     if not calc-is-reprocess
0020A4         if calc-is-restart
0020A5             open extend calc-reject-file
0020A6             if calc-reject-status <> "00"
0020A7                 open output calc-reject-file
0020A8             end-if
0020A9         else
0020AA             open output calc-reject-file
0020AB         end-if
0020AC         if calc-reject-status <> "00"
0020AD             display "CALCBAT: UNABLE TO OPEN CALCREJ, STATUS="
0020AE                 calc-reject-status
0020AF             move "Y" to calc-eof-sw
0020AG         end-if
0020AH     end-if
0020AI
0020AJ*    the held-answer exceptions report follows the main report:
0020AK*    a restart or the dependents pass extends it, anything
0020AL*    else starts it fresh.
0020AM     if calc-is-restart or calc-is-deppass
0020AN         open extend calc-tol-file
0020AO         if calc-tol-status <> "00"
0020AP             open output calc-tol-file
0020AQ         end-if
0020AR     else
0020AS         open output calc-tol-file
0020AT     end-if
0020AU     if calc-tol-status <> "00"
0020AV         display "CALCBAT: UNABLE TO OPEN " calc-tol-name
0020AW             ", STATUS=" calc-tol-status
0020AX         move "Y" to calc-eof-sw
0020AY     end-if
0020AZ
0020B0     if calc-eof
0020B1         display "CALCBAT: ABORTING -- CALCIN, CALCRPT, "
0020B2             "CALCOUT OR CALCHIS DID NOT OPEN"
0020B3         if calc-input-status = "00"
0020B4             close calc-input-file
0020B5         end-if
002100         if calc-report-status = "00"
002110             close calc-report-file
002120         end-if
002124         if calc-history-status = "00"
002125             close calc-history-file
002126         end-if
002127         if calc-tol-status = "00"
002128             close calc-tol-file
002129         end-if
002130     else
002131         if calc-is-deppass
002132             move spaces to calc-report-line
002133             write calc-report-line
002134             move "** DEPENDENTS PASS -- CROSS-STREAM ONLY **"
002135                 to calc-report-line
002136             write calc-report-line
002137             move spaces to calc-tol-line
002138             write calc-tol-line
002139             move calc-report-line to calc-tol-line
00213A             write calc-tol-line
00213B         end-if
002140         if not calc-is-restart and not calc-is-deppass
002150             write calc-report-line from calc-report-heading-1
002160             write calc-report-line from calc-report-heading-2
002161             write calc-tol-line from calc-tol-heading-1
002162             write calc-tol-line from calc-tol-heading-2
002163             if calc-is-reprocess
002164                 move spaces to calc-report-line
002165                 move "** REPROCESS RUN -- REJECTS ONLY **"
002166                     to calc-report-line
002167                 write calc-report-line
002168             end-if
002170         end-if
002180     end-if
002190 1000-initialize-exit.
0022A0*================================================================
0022A1*  1050-APPLY-PARM-CARD.  ONE CALCPARM CARD: "REPROCESS" RERUNS
0022A2*  THE REJECT FILE'S REQUESTS; "ASOF YYYYMMDD" FIXES THE RUN'S
0022A3*  AS-OF DATE FOR CONSTANT RESOLUTION AND SCHEDULING;
0022A4*  "DEPENDENTS" MAKES THIS THE DEPENDENTS PASS.  A CARD
0022A5*  THAT ISN'T RECOGNIZED IS ANNOUNCED AND IGNORED RATHER THAN
0022A6*  SILENTLY SWALLOWED.
0022A7*================================================================
0022A8 1050-apply-parm-card.
0022A9     if calc-parm-record = spaces
0022AA         go to 1050-apply-parm-card-exit
0022AB     end-if
0022AC     if calc-parm-record(1:9) = "REPROCESS"
0022AD         move "Y" to calc-reprocess-sw
0022AE         display "CALCBAT: REPROCESS RUN -- "
0022AF             "REJECTED REQUESTS ONLY"
0022AG         go to 1050-apply-parm-card-exit
0022AH     end-if
0022AI*    "DEPENDENTS" -- scheduled after calcmrg on a partitioned
0022AJ*    night, this run calculates only the dependents the
0022AK*    streams carried on their CALCDEP.Sn files.
0022AL     if calc-parm-record(1:10) = "DEPENDENTS"
0022AM         move "Y" to calc-deppass-sw
0022AN         display "CALCBAT: DEPENDENTS PASS -- "
0022AO             "CROSS-STREAM DEPENDENTS ONLY"
0022AP         go to 1050-apply-parm-card-exit
0022AQ     end-if
0022B0*    "STREAM N LLLLLLLLL HHHHHHHHH" -- stream digit in column
0022B1*    8, the zero-padded low and high request id keys in
0022B2*    columns 10-18 and 20-28.  this instance then processes
0022C1*  1060-SET-STREAM-NAMES.  THE PER-STREAM FILE NAMES -- THE
0022C2*  PLAIN NAME PLUS ".S" AND THE STREAM DIGIT -- SO CONCURRENT
0022C3*  INSTANCES NEVER TOUCH EACH OTHER'S REPORT, CHECKPOINT,
0022C4*  REJECTS, TOTALS OR CARRIED DEPENDENTS.
0022C5*================================================================
0022C6 1060-set-stream-names.
0022C7     move spaces to calc-report-name
0022CG     move spaces to calc-total-name
0022CH     string "CALCTOT.S" calc-stream delimited by size
0022CI         into calc-total-name
0022CJ     move spaces to calc-tol-name
0022CK     string "TOLRPT.S" calc-stream delimited by size
0022CL         into calc-tol-name
0022CM     move spaces to calc-carry-name
0022CN     string "CALCDEP.S" calc-stream delimited by size
0022CO         into calc-carry-name
0022CP 1060-set-stream-names-exit.
0022CQ     exit.
0022CR
002220*================================================================
002230*  1100-SKIP-TO-CHECKPOINT.  POSITION CALCIN RIGHT AFTER THE LAST
002240*  REQUEST ID A PRIOR RUN ALREADY PROCESSED, SO THIS RUN PICKS UP
00236W 1200-position-to-start-exit.
00236X     exit.
00236Y
0023A0*================================================================
0023A1*  1300-COLLECT-DEPENDENTS.  ONE WALK OF THIS INSTANCE'S KEYS
0023A2*  AHEAD OF THE FIRST PASS, TABLING EVERY REQUEST TONIGHT WILL
0023A3*  CALCULATE (APPROVED, NOT DEFERRED) THAT NAMES ANOTHER
0023A4*  REQUEST'S ANSWER.  A RESTART COLLECTS AGAIN -- THE
0023A5*  DEPENDENCY ROUNDS TAKE NO CHECKPOINTS, SO AN INTERRUPTED
0023A6*  RUN'S DEPENDENTS ARE ALL REDONE.
0023A7*================================================================
0023A8 1300-collect-dependents.
0023A9     move "N" to calc-eof-sw
0023AA     perform 1200-position-to-start
0023AB         thru 1200-position-to-start-exit
0023AC     perform 2100-read-input  thru 2100-read-input-exit
0023AD     perform 1310-collect-one thru 1310-collect-one-exit
0023AE         until calc-eof
0023AF     move "N" to calc-eof-sw
0023AG 1300-collect-dependents-exit.
0023AH     exit.
0023AI
0023AJ*================================================================
0023AK*  1310-COLLECT-ONE.  THE SAME APPROVAL AND EARLIEST-DATE TESTS
0023AL*  THE PASSES MAKE -- A REQUEST THE PASSES WILL SKIP ANYWAY IS
0023AM*  NOT A DEPENDENT TONIGHT.
0023AN*================================================================
0023AO 1310-collect-one.
0023AP     if calc-input-approval <> "A" and
0023AQ             calc-input-approval <> " "
0023AR         go to 1310-collect-one-next
0023AS     end-if
0023AT     if calc-input-earliest is numeric and
0023AU             calc-input-earliest > calc-sched-date
0023AV         go to 1310-collect-one-next
0023AW     end-if
0023AX     perform 2740-list-refs thru 2740-list-refs-exit
0023AY     if calc-ref-count > 0
0023AZ         perform 2760-add-dependent
0023B0             thru 2760-add-dependent-exit
0023B1     end-if
0023B2 1310-collect-one-next.
0023B3     perform 2100-read-input thru 2100-read-input-exit.
0023B4 1310-collect-one-exit.
0023B5     exit.
0023B6
0023B7*================================================================
0023B8*  1400-LOAD-BASIS.  TABLE EVERY BASIS ID A REQUEST IN THIS
0023B9*  INSTANCE'S RANGE MEASURES ITS CHANGE AGAINST, THEN READ
0023BA*  CALCHIS THROUGH ONCE FOR THEIR LAST ANSWERS.  NO HISTORY ON
0023BB*  FILE YET MEANS NO BASIS ANYWHERE -- NOTHING IS HELD FOR
0023BC*  CHANGE UNTIL THERE IS SOMETHING TO CHANGE FROM.
0023BD*================================================================
0023BE 1400-load-basis.
0023BF     move 0   to calc-bas-used
0023BG     move 0   to calc-bas-lost
0023BH     move "N" to calc-eof-sw
0023BI     perform 1200-position-to-start
0023BJ         thru 1200-position-to-start-exit
0023BK     perform 2100-read-input  thru 2100-read-input-exit
0023BL     perform 1410-table-basis thru 1410-table-basis-exit
0023BM         until calc-eof
0023BN     move "N" to calc-eof-sw
0023BO     if calc-bas-lost > 0
0023BP         display "CALCBAT: BASIS TABLE FULL -- " calc-bas-lost
0023BQ             " CHANGE LIMITS NOT CHECKED"
0023BR     end-if
0023BS     if calc-bas-used = 0
0023BT         go to 1400-load-basis-exit
0023BU     end-if
0023BV     open input calc-history-file
0023BW     if calc-history-status <> "00"
0023BX         go to 1400-load-basis-exit
0023BY     end-if
0023BZ     move "N" to calc-his-eof-sw
0023C0     perform 1430-read-history thru 1430-read-history-exit
0023C1         until calc-his-eof
0023C2     close calc-history-file
0023C3     perform 1440-check-release thru 1440-check-release-exit
0023C4         varying calc-bas-sub from 1 by 1
0023C5         until calc-bas-sub > calc-bas-used
0023C6 1400-load-basis-exit.
0023C7     exit.
0023C8
0023C9 1410-table-basis.
0023CA     if calc-input-tol-pct is numeric and
0023CB             calc-input-tol-pct > 0
0023CC         perform 2265-set-basis-id thru 2265-set-basis-id-exit
0023CD         perform 1420-add-basis    thru 1420-add-basis-exit
0023CE     end-if
0023CF     perform 2100-read-input thru 2100-read-input-exit.
0023CG 1410-table-basis-exit.
0023CH     exit.
0023CI
0023CJ*================================================================
0023CK*  1420-ADD-BASIS.  OPEN A SLOT FOR CALC-BAS-FIND-ID IN ID
0023CL*  ORDER, UNLESS IT IS TABLED ALREADY.
0023CM*================================================================
0023CN 1420-add-basis.
0023CO     perform 1480-find-basis thru 1480-find-basis-exit
0023CP     if calc-bas-found-sub > 0
0023CQ         go to 1420-add-basis-exit
0023CR     end-if
0023CS     if calc-bas-used >= 5000
0023CT         add 1 to calc-bas-lost
0023CU         go to 1420-add-basis-exit
0023CV     end-if
0023CW     move calc-bas-used to calc-bas-sub
0023CX     perform 1425-shift-basis thru 1425-shift-basis-exit
0023CY         until calc-bas-sub < calc-bas-low
0023CZ     add 1 to calc-bas-used
0023D0     move calc-bas-find-id to calc-bas-id(calc-bas-low)
0023D1     move "N"   to calc-bas-good-sw(calc-bas-low)
0023D2     move 0     to calc-bas-good-value(calc-bas-low)
0023D3     move zeros to calc-bas-good-when(calc-bas-low)
0023D4     move "N"   to calc-bas-held-sw(calc-bas-low)
0023D5     move 0     to calc-bas-held-value(calc-bas-low)
0023D6     move zeros to calc-bas-held-when(calc-bas-low)
0023D7 1420-add-basis-exit.
0023D8     exit.
0023D9
0023DA 1425-shift-basis.
0023DB     move calc-bas-entry(calc-bas-sub)
0023DC         to calc-bas-entry(calc-bas-sub + 1)
0023DD     subtract 1 from calc-bas-sub.
0023DE 1425-shift-basis-exit.
0023DF     exit.
0023DG
0023DH*================================================================
0023DI*  1430-READ-HISTORY.  CALCHIS IS IN RUN ORDER, SO THE LAST
0023DJ*  RECORD SEEN FOR AN ID IS ITS LATEST.  A CLEAN ANSWER IS THE
0023DK*  BASIS; A HELD ONE IS NOTED IN CASE IT HAS BEEN RELEASED.
0023DL*================================================================
0023DM 1430-read-history.
0023DN     read calc-history-file
0023DO         at end
0023DP             move "Y" to calc-his-eof-sw
0023DQ             go to 1430-read-history-exit
0023DR     end-read
0023DS     move calc-his-id to calc-bas-find-id
0023DT     perform 1480-find-basis thru 1480-find-basis-exit
0023DU     if calc-bas-found-sub = 0
0023DV         go to 1430-read-history-exit
0023DW     end-if
0023DX     if calc-his-rc = 0
0023DY         move "Y" to calc-bas-good-sw(calc-bas-found-sub)
0023DZ         move calc-his-result
0023E0             to calc-bas-good-value(calc-bas-found-sub)
0023E1         move calc-his-run-date
0023E2             to calc-bas-good-date(calc-bas-found-sub)
0023E3         move calc-his-run-time
0023E4             to calc-bas-good-time(calc-bas-found-sub)
0023E5     end-if
0023E6     if calc-his-rc = 70
0023E7         move "Y" to calc-bas-held-sw(calc-bas-found-sub)
0023E8         move calc-his-result
0023E9             to calc-bas-held-value(calc-bas-found-sub)
0023EA         move calc-his-run-date
0023EB             to calc-bas-held-date(calc-bas-found-sub)
0023EC         move calc-his-run-time
0023ED             to calc-bas-held-time(calc-bas-found-sub)
0023EE     end-if
0023EF 1430-read-history-exit.
0023EG     exit.
0023EH
0023EI*================================================================
0023EJ*  1440-CHECK-RELEASE.  A HELD ANSWER NEWER THAN THE LAST CLEAN
0023EK*  ONE BECOMES THE BASIS ONCE A SUPERVISOR HAS RELEASED IT --
0023EL*  CALCOUT STILL CARRYING THAT VERY ANSWER, RELEASED.
0023EM*================================================================
0023EN 1440-check-release.
0023EO     if calc-bas-held-sw(calc-bas-sub) <> "Y"
0023EP         go to 1440-check-release-exit
0023EQ     end-if
0023ER     if calc-bas-good-sw(calc-bas-sub) = "Y" and
0023ES             calc-bas-held-when(calc-bas-sub) <=
0023ET             calc-bas-good-when(calc-bas-sub)
0023EU         go to 1440-check-release-exit
0023EV     end-if
0023EW     move calc-bas-id(calc-bas-sub) to calc-out-id
0023EX     read calc-output-file
0023EY         invalid key
0023EZ             go to 1440-check-release-exit
0023F0     end-read
0023F1     if calc-out-held and calc-out-tol-released and
0023F2             calc-out-run-date = calc-bas-held-date(calc-bas-sub)
0023F3             and calc-out-run-time =
0023F4             calc-bas-held-time(calc-bas-sub)
0023F5         move "Y" to calc-bas-good-sw(calc-bas-sub)
0023F6         move calc-bas-held-value(calc-bas-sub)
0023F7             to calc-bas-good-value(calc-bas-sub)
0023F8         move calc-bas-held-when(calc-bas-sub)
0023F9             to calc-bas-good-when(calc-bas-sub)
0023FA     end-if
0023FB 1440-check-release-exit.
0023FC     exit.
0023FD
0023FE*================================================================
0023FF*  1480-FIND-BASIS.  HALVE THE TABLE FOR CALC-BAS-FIND-ID.
0023FG*  CALC-BAS-FOUND-SUB IS ITS SLOT, OR ZERO; EITHER WAY
0023FH*  CALC-BAS-LOW IS WHERE IT BELONGS IN ID ORDER.
0023FI*================================================================
0023FJ 1480-find-basis.
0023FK     move 0 to calc-bas-found-sub
0023FL     move 1 to calc-bas-low
0023FM     move calc-bas-used to calc-bas-high
0023FN     perform 1485-probe-basis thru 1485-probe-basis-exit
0023FO         until calc-bas-low > calc-bas-high or
0023FP             calc-bas-found-sub > 0
0023FQ 1480-find-basis-exit.
0023FR     exit.
0023FS
0023FT 1485-probe-basis.
0023FU     compute calc-bas-mid = (calc-bas-low + calc-bas-high) / 2
0023FV     evaluate true
0023FW         when calc-bas-id(calc-bas-mid) = calc-bas-find-id
0023FX             move calc-bas-mid to calc-bas-found-sub
0023FY             move calc-bas-mid to calc-bas-low
0023FZ         when calc-bas-id(calc-bas-mid) < calc-bas-find-id
0023G0             compute calc-bas-low = calc-bas-mid + 1
0023G1         when other
0023G2             compute calc-bas-high = calc-bas-mid - 1
0023G3     end-evaluate
0023G4 1485-probe-basis-exit.
0023G5     exit.
0023G6
0023G7*================================================================
0023G8*  1500-PROBE-CARRY.  WHICH STREAMS LEFT A CALCDEP.SN FOR THE
0023G9*  DEPENDENTS PASS?  A STREAM THAT FINISHED WRITES ONE EVEN
0023GA*  WHEN IT CARRIED NOTHING, SO NONE AT ALL MEANS THE NIGHT RAN
0023GB*  SINGLE-STREAM.
0023GC*================================================================
0023GD 1500-probe-carry.
0023GE     perform 1510-probe-one-carry thru 1510-probe-one-carry-exit
0023GF         varying calc-carry-stream from 1 by 1
0023GG         until calc-carry-stream > 9
0023GH 1500-probe-carry-exit.
0023GI     exit.
0023GJ
0023GK*================================================================
0023GL*  1510-PROBE-ONE-CARRY.
0023GM*================================================================
0023GN 1510-probe-one-carry.
0023GO     perform 1520-set-carry-name thru 1520-set-carry-name-exit
0023GP     open input calc-carry-file
0023GQ     if calc-carry-status = "00"
0023GR         move "Y" to calc-carry-present(calc-carry-stream)
0023GS         add 1 to calc-carry-used
0023GT         close calc-carry-file
0023GU     end-if
0023GV 1510-probe-one-carry-exit.
0023GW     exit.
0023GX
0023GY*================================================================
0023GZ*  1520-SET-CARRY-NAME.  THE SAME NAME 1060-SET-STREAM-NAMES
0023H0*  GIVES THE STREAM THAT WROTE IT.
0023H1*================================================================
0023H2 1520-set-carry-name.
0023H3     move calc-carry-stream to calc-carry-digit
0023H4     move spaces to calc-carry-name
0023H5     string "CALCDEP.S" calc-carry-digit delimited by size
0023H6         into calc-carry-name
0023H7 1520-set-carry-name-exit.
0023H8     exit.
0023H9
0023HA*================================================================
0023HB*  2000-PROCESS-FILE.  ONE FULL WALK OF CALCIN PER PRIORITY
0023HC*  CLASS, MOST URGENT FIRST, SO EVERY CLASS-1 REQUEST HAS
002400*  CALCULATED BEFORE THE FIRST CLASS-2 ONE STARTS, WHATEVER
002410*  THEIR KEYS.  A RESTARTED RUN SKIPS THE PASSES THE INTERRUPTED
002420*  RUN FINISHED AND RESUMES MID-PASS AT THE CHECKPOINTED KEY.
002423*  DEPENDENTS ARE COLLECTED FIRST AND CALCULATED LAST, ONCE
002426*  THEIR PREDECESSORS HAVE BEEN.
002430*================================================================
002440 2000-process-file.
002443     perform 1300-collect-dependents
002446         thru 1300-collect-dependents-exit
002450     perform 2010-process-pass thru 2010-process-pass-exit
002460         varying calc-priority-pass from 1 by 1
002470         until calc-priority-pass > 9
002473     perform 2700-process-dependents
002476         thru 2700-process-dependents-exit
002480 2000-process-file-exit.
002490     exit.
002500
0026A5*  DATE STILL IN THE FUTURE -- LEAVE IT FOR A LATER NIGHT AND
0026A6*  COUNT IT DEFERRED; OTHERWISE CALCULATE IT.  EACH SKIP ONLY
0026A7*  COUNTS IN ITS OWN CLASS'S PASS SO EACH REQUEST COUNTS ONCE.
0026A8*  A TABLED DEPENDENT IS LEFT FOR THE DEPENDENCY ROUNDS.
0026A9*================================================================
0026AA 2150-screen-record.
0026AB     perform 2160-set-priority thru 2160-set-priority-exit
0026AC     if calc-this-priority <> calc-priority-pass
0026AD         go to 2150-screen-record-exit
0026AE     end-if
0026AF*    approval gates everything else -- a record from before the
0026AG*    status field existed reads back a space there and counts
0026AH*    as approved; anything unrecognizable waits like a pending.
0026AI     evaluate calc-input-approval
0026AJ         when "A"
0026AK         when " "
0026AL             continue
0026AM         when "R"
0026AN             add 1 to calc-rejskip-count
0026AO             go to 2150-screen-record-exit
0026AP         when other
0026AQ             add 1 to calc-pending-count
0026AR             go to 2150-screen-record-exit
0026AS     end-evaluate
0026AT     if calc-input-earliest is numeric and
0026AU             calc-input-earliest > calc-sched-date
0026AV         add 1 to calc-deferred-count
0026AW         perform 2170-count-defer-days
0026AX             thru 2170-count-defer-days-exit
0026AY         go to 2150-screen-record-exit
0026AZ     end-if
0026B0*    a tabled dependent waits for the dependency rounds after
0026B1*    the last pass, and counts there.
0026B2     perform 2740-list-refs thru 2740-list-refs-exit
0026B3     if calc-ref-count > 0
0026B4         move calc-request-id to calc-dep-find-id
0026B5         perform 2770-find-dependent
0026B6             thru 2770-find-dependent-exit
0026B7         if calc-dep-found-sub > 0
0026B8             go to 2150-screen-record-exit
0026B9         end-if
0026BA     end-if
0026BB     add 1 to calc-read-count
0026BC     perform 2200-calc-one thru 2200-calc-one-exit
0026BD     perform 2300-take-checkpoint
0026BE         thru 2300-take-checkpoint-exit
0026BF 2150-screen-record-exit.
0026BG     exit.
0026BH
0026BI*================================================================
0026BJ*  2160-SET-PRIORITY.  A RECORD FROM BEFORE THE PRIORITY FIELD
0026BK*  EXISTED READS BACK WITH A SPACE THERE; IT AND A KEYED ZERO
0026BL*  BOTH MEAN THE DEFAULT CLASS 5.
0026BM*================================================================
0026BN 2160-set-priority.
0026BO     if calc-input-priority is numeric and
0026BP             calc-input-priority > 0
0026BQ         move calc-input-priority to calc-this-priority
0026BR     else
0026BS         move 5 to calc-this-priority
0026BT     end-if
0026BU 2160-set-priority-exit.
0026BV     exit.
0026BW
0026BX*================================================================
0026BY*  2170-COUNT-DEFER-DAYS.  HOW MANY BUSINESS DAYS, AFTER TONIGHT
0026BZ*  UP TO THE FIRST BUSINESS DAY ON OR AFTER THE EARLIEST RUN
0026C0*  DATE, THE REQUEST STILL HAS TO WAIT.  THE COUNT STOPS PAST
0026C1*  FIVE; AN EARLIEST DATE THE CALENDAR CANNOT READ GOES IN THE
0026C2*  OVER-FIVE BUCKET.
0026C3*================================================================
0026C4 2170-count-defer-days.
0026C5     move "N"                 to calc-bday-function
0026C6     move calc-input-earliest to calc-bday-date
0026C7     call "calccal" using calc-bday-call
0026C8     if not calc-bday-ok
0026C9         add 1 to calc-defer-bdover-count
0026CA         go to 2170-count-defer-days-exit
0026CB     end-if
0026CC     move calc-bday-result    to calc-bday-date-2
0026CD     move "C"                 to calc-bday-function
0026CE     move calc-sched-date     to calc-bday-date
0026CF     move 5                   to calc-bday-number
0026CG     call "calccal" using calc-bday-call
0026CH     evaluate true
0026CI         when not calc-bday-ok
0026CJ             add 1 to calc-defer-bdover-count
0026CK         when calc-bday-count <= 1
0026CL             add 1 to calc-defer-bd1-count
0026CM         when calc-bday-count <= 5
0026CN             add 1 to calc-defer-bd5-count
0026CO         when other
0026CP             add 1 to calc-defer-bdover-count
0026CQ     end-evaluate
0026CR 2170-count-defer-days-exit.
0026CS     exit.
0026CT
002670*================================================================
002680*  2200-CALC-ONE.  CALL COBOLSTUFF FOR THE CURRENT RECORD AND
002690*  PRINT ITS RESULT, WITH THE REQUEST ID ALONGSIDE IT SO A
00276G         move " " to calc-round-mode
00276H         move 0 to calc-decimal-places
00276I     end-if
00276J*    every predecessor's answer as this run's own CALCOUT has
00276K*    it -- cobolstuff's copy of the file may not yet show an
00276L*    answer rewritten moments ago.
00276M     perform 2740-list-refs thru 2740-list-refs-exit
00276N     move 0 to calc-ref-over-count
00276O     perform 2780-pass-ref thru 2780-pass-ref-exit
00276P         varying calc-ref-sub from 1 by 1
00276Q         until calc-ref-sub > calc-ref-count
002770
002780     call "cobolstuff" using calc-communication
002790         calc-return-code calc-extension
002791     move 0 to calc-ref-over-count
002793     perform 2250-check-tolerance
002796         thru 2250-check-tolerance-exit
002800
002810     move spaces to calc-report-detail
002820     move calc-request-id to calc-rpt-reqid
002830     move calc-input-expr to calc-rpt-expr
002840     move calc-communication(1:40) to calc-rpt-result
002841     if calc-is-held
002842         move spaces to calc-rpt-result
002843         string "*HELD* " calc-communication(1:33)
002844             delimited by size into calc-rpt-result
002845     end-if
002850
002853*    a held answer calculated cleanly -- it counts succeeded,
002856*    and stays off CALCREJ; TOLRPT is where it is chased.
002860     if calc-rc-ok or calc-is-held
002870         add 1 to calc-ok-count
002871         add 1 to calc-pri-ok(calc-this-priority)
002880     else
002922*    the results master gets the answer as a real number (zero
002923*    on a failure, with the return code saying so).  a rerun of
002924*    a request id rewrites in place, so the file always holds
002925*    the latest answer per id.  fields other jobs own (the
002926*    ledger acknowledgment) come across from the answer being
002927*    replaced; a first answer starts with them clear.  so do
002928*    the lifecycle stamps: the first answer's date and time,
002929*    and the date the present run of failures began.
00292A     move calc-request-id   to calc-out-id
0029A0     read calc-output-file
0029A1         invalid key
0029A2             move space to calc-out-gl-status
0029A3             move 0     to calc-out-gl-date
0029A4             move 0     to calc-out-gl-amount
0029A5             move 0     to calc-out-first-date
0029A6             move 0     to calc-out-first-time
0029A7             move 0     to calc-out-fail-date
0029A8     end-read
0029A9     if calc-out-first-date is not numeric or
0029AA             calc-out-first-time is not numeric
0029AB         move 0 to calc-out-first-date
0029AC         move 0 to calc-out-first-time
0029AD     end-if
0029AE     if calc-out-fail-date is not numeric
0029AF         move 0 to calc-out-fail-date
0029AG     end-if
0029AH     move calc-result-value to calc-out-result
0029AI     move calc-return-code  to calc-out-rc
0029AJ*    stamp the run date/time now, not at start-of-run -- the
0029AK*    audit record was just stamped at evaluation time, and a
0029AL*    run that crosses midnight must keep the two in step or
0029AM*    reconciliation raises false exceptions on a clean night.
0029AN     accept calc-run-date from date yyyymmdd
0029AO     accept calc-run-time from time
0029AP     move calc-run-date     to calc-out-run-date
0029AQ     move calc-run-time     to calc-out-run-time
0029AR     if calc-rc-ok or calc-is-held
0029AS         if calc-out-first-date = 0
0029AT             move calc-run-date to calc-out-first-date
0029AU             move calc-run-time to calc-out-first-time
0029AV         end-if
0029AW         move 0 to calc-out-fail-date
0029AX     else
0029AY         if calc-out-fail-date = 0
0029AZ             move calc-run-date to calc-out-fail-date
0029B0         end-if
0029B1     end-if
0029B2*    every new answer starts unreleased, held or not.
0029B3     move calc-tol-reason      to calc-out-tol-reason
0029B4     move calc-tol-basis-value to calc-out-tol-basis
0029B5     move space                to calc-out-tol-release
0029B6     move spaces               to calc-out-tol-releaser
0029B7     move 0                    to calc-out-tol-rel-date
0029B8     write calc-output-record
0029B9         invalid key
0029BA             rewrite calc-output-record
0029BB     end-write
0029BC     if calc-output-status <> "00"
0029BD         display "CALCBAT: UNABLE TO WRITE CALCOUT, STATUS="
0029BE             calc-output-status
0029BF     end-if
0029BG
0029BH*    the same answer also goes on the end of the history, so
0029BI*    the prior answer the rewrite above just replaced can still
0029BJ*    be produced when someone asks why a number changed.
0029BK     move calc-request-id   to calc-his-id
0029BL     move calc-run-date     to calc-his-run-date
0029BM     move calc-run-time     to calc-his-run-time
0029BN     move calc-result-value to calc-his-result
0029BO     move calc-return-code  to calc-his-rc
0029BP     write calc-history-record
0029BQ     if calc-history-status <> "00"
0029Z1         display "CALCBAT: UNABLE TO WRITE CALCHIS, STATUS="
0029Z2             calc-history-status
0029Z3     end-if
002930 2200-calc-one-exit.
002940     exit.
0029A0
0029A1*================================================================
0029A2*  2250-CHECK-TOLERANCE.  A CLEAN ANSWER AGAINST ITS REQUEST'S
0029A3*  LIMITS, IN ORDER: MINIMUM, MAXIMUM, PERCENT CHANGE FROM THE
0029A4*  BASIS.  THE FIRST ONE BROKEN HOLDS IT -- RETURN CODE 70 AND
0029A5*  A TOLRPT LINE.  A CHANGE FROM A ZERO BASIS IS ALWAYS OVER
0029A6*  THE LIMIT; NO BASIS ANSWER YET MEANS NO CHANGE TO MEASURE.
0029A7*================================================================
0029A8 2250-check-tolerance.
0029A9     move "N"   to calc-held-sw
0029AA     move space to calc-tol-reason
0029AB     move 0     to calc-tol-limit
0029AC     move 0     to calc-tol-basis-id
0029AD     move 0     to calc-tol-basis-value
0029AE     move 0     to calc-tol-change
0029AF     if not calc-rc-ok
0029AG         go to 2250-check-tolerance-exit
0029AH     end-if
0029AI     if calc-input-has-min and calc-input-tol-min is numeric
0029AJ         if calc-result-value < calc-input-tol-min
0029AK             move "L"                to calc-tol-reason
0029AL             move calc-input-tol-min to calc-tol-limit
0029AM         end-if
0029AN     end-if
0029AO     if calc-tol-reason = space and
0029AP             calc-input-has-max and calc-input-tol-max is numeric
0029AQ         if calc-result-value > calc-input-tol-max
0029AR             move "H"                to calc-tol-reason
0029AS             move calc-input-tol-max to calc-tol-limit
0029AT         end-if
0029AU     end-if
0029AV     if calc-tol-reason = space and
0029AW             calc-input-tol-pct is numeric and
0029AX             calc-input-tol-pct > 0
0029AY         perform 2260-check-change thru 2260-check-change-exit
0029AZ     end-if
0029B0     if calc-tol-reason = space
0029B1         go to 2250-check-tolerance-exit
0029B2     end-if
0029B3     move "Y" to calc-held-sw
0029B4     move 70  to calc-return-code
0029B5     add 1 to calc-held-count
0029B6     perform 2270-write-tol-line thru 2270-write-tol-line-exit
0029B7 2250-check-tolerance-exit.
0029B8     exit.
0029B9
0029BA 2260-check-change.
0029BB     perform 2265-set-basis-id thru 2265-set-basis-id-exit
0029BC     perform 1480-find-basis   thru 1480-find-basis-exit
0029BD     if calc-bas-found-sub = 0
0029BE         go to 2260-check-change-exit
0029BF     end-if
0029BG     if calc-bas-good-sw(calc-bas-found-sub) <> "Y"
0029BH         go to 2260-check-change-exit
0029BI     end-if
0029BJ     move calc-bas-find-id to calc-tol-basis-id
0029BK     move calc-bas-good-value(calc-bas-found-sub)
0029BL         to calc-tol-basis-value
0029BM     compute calc-tol-diff =
0029BN         calc-result-value - calc-tol-basis-value
0029BO     if calc-tol-diff < 0
0029BP         compute calc-tol-diff = 0 - calc-tol-diff
0029BQ     end-if
0029BR     move calc-tol-basis-value to calc-tol-base-abs
0029BS     if calc-tol-base-abs < 0
0029BT         compute calc-tol-base-abs = 0 - calc-tol-base-abs
0029BU     end-if
0029BV     if calc-tol-base-abs = 0
0029BW         if calc-tol-diff > 0
0029BX             move 9999999.99 to calc-tol-change
0029BY         end-if
0029BZ     else
0029C0         compute calc-tol-change rounded =
0029C1             calc-tol-diff * 100 / calc-tol-base-abs
0029C2             on size error
0029C3                 move 9999999.99 to calc-tol-change
0029C4         end-compute
0029C5     end-if
0029C6     if calc-tol-change > calc-input-tol-pct
0029C7         move "P"                to calc-tol-reason
0029C8         move calc-input-tol-pct to calc-tol-limit
0029C9     else
0029CA         move 0 to calc-tol-basis-id
0029CB         move 0 to calc-tol-basis-value
0029CC         move 0 to calc-tol-change
0029CD     end-if
0029CE 2260-check-change-exit.
0029CF     exit.
0029CG
0029CH*================================================================
0029CI*  2265-SET-BASIS-ID.  THE REQUEST A CHANGE IS MEASURED FROM --
0029CJ*  THE ONE NAMED ON THE RECORD, OR THE RECORD ITSELF.
0029CK*================================================================
0029CL 2265-set-basis-id.
0029CM     if calc-input-tol-basis is numeric and
0029CN             calc-input-tol-basis > 0
0029CO         move calc-input-tol-basis to calc-bas-find-id
0029CP     else
0029CQ         move calc-request-id      to calc-bas-find-id
0029CR     end-if
0029CS 2265-set-basis-id-exit.
0029CT     exit.
0029CU
0029CV*================================================================
0029CW*  2270-WRITE-TOL-LINE.  ONE TOLRPT LINE PER HELD ANSWER, WITH
0029CX*  THE REQUEST ID IN THE FIRST NINE COLUMNS LIKE CALCRPT'S
0029CY*  DETAIL LINES.
0029CZ*================================================================
0029D0 2270-write-tol-line.
0029D1     move spaces               to calc-tol-detail
0029D2     move calc-request-id      to calc-tol-rpt-id
0029D3     move calc-input-requestor to calc-tol-rpt-requestor
0029D4     move "T"                  to calc-num-function
0029D5     move calc-result-value    to calc-num-value
0029D6     call "calcnum" using calc-num-call
0029D7     move calc-num-text        to calc-tol-rpt-answer
0029D8     evaluate calc-tol-reason
0029D9         when "L"
0029DA             move "BELOW MINIMUM"    to calc-tol-rpt-reason
0029DB         when "H"
0029DC             move "ABOVE MAXIMUM"    to calc-tol-rpt-reason
0029DD         when other
0029DE             move "CHANGE OVER MAX%" to calc-tol-rpt-reason
0029DF     end-evaluate
0029DG     move calc-tol-limit       to calc-num-value
0029DH     call "calcnum" using calc-num-call
0029DI     move calc-num-text        to calc-tol-rpt-limit
0029DJ     if calc-tol-reason = "P"
0029DK         move calc-tol-basis-id    to calc-tol-id-edit
0029DL         move calc-tol-id-edit     to calc-tol-rpt-basis-id
0029DM         move calc-tol-basis-value to calc-num-value
0029DN         call "calcnum" using calc-num-call
0029DO         move calc-num-text        to calc-tol-rpt-basis-ans
0029DP         move calc-tol-change      to calc-num-value
0029DQ         call "calcnum" using calc-num-call
0029DR         move calc-num-text        to calc-tol-rpt-change
0029DS     end-if
0029DT     write calc-tol-line from calc-tol-detail
0029DU     if calc-tol-status <> "00"
0029DV         display "CALCBAT: UNABLE TO WRITE " calc-tol-name
0029DW             ", STATUS=" calc-tol-status
0029DX     end-if
0029DY 2270-write-tol-line-exit.
0029DZ     exit.
0029E0
0029E1*================================================================
0029E2*  2300-TAKE-CHECKPOINT.  EVERY CALC-CHECKPOINT-INTERVAL RECORDS,
0029E3*  REWRITE THE ONE-RECORD CALCCKPT DATA SET WITH THE REQUEST ID
0029E4*  KEY AND RUNNING TOTALS AS OF THE INPUT RECORD JUST PROCESSED.
003000*  SHOULD THIS JOB ABEND, THE NEXT RUN RESTARTS RIGHT AFTER THAT
003010*  KEY, WITH THOSE TOTALS, INSTEAD OF FROM THE FIRST RECORD AND
003020*  ZERO.
003123         move calc-pri-totals      to ckpt-pri-totals
003124         move calc-pending-count   to ckpt-pending
003125         move calc-rejskip-count   to ckpt-rejskip
003126         move calc-defer-bd1-count    to ckpt-defer-bd1
003127         move calc-defer-bd5-count    to ckpt-defer-bd5
003128         move calc-defer-bdover-count to ckpt-defer-bdover
003129         move calc-held-count         to ckpt-held
003130         accept ckpt-run-date from date yyyymmdd
003140         accept ckpt-run-time from time
003150         open output calc-checkpoint-file
003520*  FROM THEIR (SINCE-CORRECTED) CALCIN RECORDS.  WHAT STILL
003530*  FAILS LANDS BACK ON THE NEW CALCREJ.  A REJECT FILE PAST
003540*  TABLE CAPACITY REFUSES TO REPROCESS AT ALL RATHER THAN
003550*  LOSE REJECTS OFF THE END.  DEPENDENTS ON THE LIST RERUN LAST,
003555*  AFTER THEIR PREDECESSORS.
003560*================================================================
003570 2500-reprocess-file.
003580     open input calc-reject-file
003810         thru 2600-reprocess-one-exit
003820         varying calc-redo-sub from 1 by 1
003830         until calc-redo-sub > calc-redo-used
003833     perform 2700-process-dependents
003836         thru 2700-process-dependents-exit
003840 2500-reprocess-file-exit.
003850     exit.
003860
004070*  2600-REPROCESS-ONE.  THE EXPRESSION COMES OFF CALCIN, NOT
004080*  THE REJECT RECORD -- CALCIN IS WHERE OPERATIONS MADE THE
004090*  FIX.  A REQUEST SINCE DELETED FROM CALCIN IS REPORTED AND
004100*  DROPPED, NOT REJECTED AGAIN FOREVER.  A DEPENDENT IS TABLED
004105*  FOR THE DEPENDENCY ROUNDS INSTEAD OF CALCULATED HERE.
004110*================================================================
004120 2600-reprocess-one.
004130     move calc-redo-id(calc-redo-sub) to calc-request-id
004230             write calc-report-line from calc-report-detail
004235             end-write
004240         not invalid key
004241             move "N" to calc-dep-added-sw
004242             perform 2740-list-refs thru 2740-list-refs-exit
004243             if calc-ref-count > 0
004244                 perform 2760-add-dependent
004245                     thru 2760-add-dependent-exit
004246             end-if
004247             if not calc-dep-added
004250                 add 1 to calc-read-count
004260                 perform 2200-calc-one thru 2200-calc-one-exit
004265             end-if
004270     end-read
004280 2600-reprocess-one-exit.
004290     exit.
0042A0
0042A1*================================================================
0042A2*  2700-PROCESS-DEPENDENTS.  ROUNDS OVER THE TABLED DEPENDENTS
0042A3*  UNTIL ONE CALCULATES NOTHING NEW -- EACH ROUND TAKES THEM BY
0042A4*  PRIORITY CLASS, MOST URGENT FIRST, AND CALCULATES EVERY ONE
0042A5*  NO LONGER WAITING ON A PREDECESSOR.  WHATEVER IS STILL
0042A6*  WAITING AFTER THAT SITS ON A CIRCULAR CHAIN (OR NAMES
0042A7*  ITSELF) AND CAN NEVER FOLLOW ITS PREDECESSOR; ONE LAST
0042A8*  FORCED ROUND RUNS IT WITH THAT PREDECESSOR BLOCKED, SO IT
0042A9*  FAILS "NOT RUN" ON THE REPORT, CALCOUT, CALCHIS AND CALCREJ
0042AA*  LIKE ANY OTHER FAILURE INSTEAD OF VANISHING.  IN A STREAM
0042AB*  RUN, A DEPENDENT NAMING ANOTHER STREAM'S REQUEST -- OR A
0042AC*  DEPENDENT LEFT FOR THAT REASON -- IS LEFT FOR THE DEPENDENTS
0042AD*  PASS INSTEAD ('X'), UNCALCULATED AND COUNTED.
0042AE*================================================================
0042AF 2700-process-dependents.
0042AG     if calc-dep-lost > 0
0042AH         display "CALCBAT: DEPENDENT TABLE FULL -- "
0042AI             calc-dep-lost " DEPENDENTS RAN UNORDERED"
0042AJ     end-if
0042AK     if calc-dep-used = 0
0042AL         go to 2700-process-dependents-exit
0042AM     end-if
0042AN     move "N" to calc-dep-force-sw
0042AO     move "Y" to calc-dep-progress-sw
0042AP     perform 2710-dependent-round
0042AQ         thru 2710-dependent-round-exit
0042AR         until not calc-dep-progress
0042AS     move "Y" to calc-dep-force-sw
0042AT     perform 2710-dependent-round
0042AU         thru 2710-dependent-round-exit
0042AV     move "N" to calc-dep-force-sw
0042AW     display "CALCBAT: " calc-dep-used
0042AX         " DEPENDENT REQUESTS CALCULATED AFTER PREDECESSORS"
0042AY     if calc-xdep-count > 0
0042AZ         display "CALCBAT: " calc-xdep-count
0042B0             " OF THEM LEFT FOR THE DEPENDENTS PASS"
0042B1     end-if
0042B2 2700-process-dependents-exit.
0042B3     exit.
0042B4
0042B5*================================================================
0042B6*  2710-DEPENDENT-ROUND.  ONE SWEEP OF THE TABLE PER CLASS.
0042B7*================================================================
0042B8 2710-dependent-round.
0042B9     move "N" to calc-dep-progress-sw
0042BA     perform 2720-dependent-class
0042BB         thru 2720-dependent-class-exit
0042BC         varying calc-priority-pass from 1 by 1
0042BD         until calc-priority-pass > 9
0042BE 2710-dependent-round-exit.
0042BF     exit.
0042BG
0042BH*================================================================
0042BI*  2720-DEPENDENT-CLASS.
0042BJ*================================================================
0042BK 2720-dependent-class.
0042BL     perform 2730-try-dependent thru 2730-try-dependent-exit
0042BM         varying calc-dep-sub from 1 by 1
0042BN         until calc-dep-sub > calc-dep-used
0042BO 2720-dependent-class-exit.
0042BP     exit.
0042BQ
0042BR*================================================================
0042BS*  2730-TRY-DEPENDENT.  A WAITING DEPENDENT OF THIS ROUND'S
0042BT*  CLASS IS CALCULATED ONCE NONE OF ITS PREDECESSORS IS STILL
0042BU*  WAITING ITSELF -- OR, NAMING ANOTHER STREAM'S ANSWER, IS
0042BV*  LEFT FOR THE DEPENDENTS PASS.  THE PREDECESSOR CHECKS READ
0042BW*  OTHER CALCIN RECORDS, SO THE DEPENDENT IS READ BACK BEFORE IT
0042BX*  GOES TO 2200-CALC-ONE, WITH ANY BLOCKED PREDECESSOR ON THE
0042BY*  CALL.
0042BZ*================================================================
0042C0 2730-try-dependent.
0042C1     if calc-dep-state(calc-dep-sub) <> "W" or
0042C2             calc-dep-priority(calc-dep-sub) <>
0042C3             calc-priority-pass
0042C4         go to 2730-try-dependent-exit
0042C5     end-if
0042C6     move calc-dep-id(calc-dep-sub) to calc-request-id
0042C7     read calc-input-file key is calc-request-id
0042C8         invalid key
0042C9             move "D" to calc-dep-state(calc-dep-sub)
0042CA             go to 2730-try-dependent-exit
0042CB     end-read
0042CC     perform 2740-list-refs thru 2740-list-refs-exit
0042CD     move 0   to calc-dep-blocked
0042CE     move "N" to calc-dep-wait-sw
0042CF     move "N" to calc-dep-cross-sw
0042CG     perform 2750-check-ref thru 2750-check-ref-exit
0042CH         varying calc-ref-sub from 1 by 1
0042CI         until calc-ref-sub > calc-ref-count
0042CJ*    its answer needs another stream's, which only the
0042CK*    dependents pass can be sure is on CALCOUT -- leave it
0042CL*    for that pass, and let whatever names it follow it there.
0042CM     if calc-dep-cross
0042CN         move "X" to calc-dep-state(calc-dep-sub)
0042CO         move "Y" to calc-dep-progress-sw
0042CP         add 1 to calc-xdep-count
0042CQ         go to 2730-try-dependent-exit
0042CR     end-if
0042CS     if calc-dep-waiting
0042CT         go to 2730-try-dependent-exit
0042CU     end-if
0042CV     move calc-dep-id(calc-dep-sub) to calc-request-id
0042CW     read calc-input-file key is calc-request-id
0042CX         invalid key
0042CY             move "D" to calc-dep-state(calc-dep-sub)
0042CZ             go to 2730-try-dependent-exit
0042D0     end-read
0042D1     move "D" to calc-dep-state(calc-dep-sub)
0042D2     move "Y" to calc-dep-progress-sw
0042D3     move calc-dep-blocked to calc-blocked-ref
0042D4     add 1 to calc-read-count
0042D5     perform 2200-calc-one thru 2200-calc-one-exit
0042D6     move 0 to calc-blocked-ref
0042D7 2730-try-dependent-exit.
0042D8     exit.
0042D9
0042DA*================================================================
0042DB*  2740-LIST-REFS.  PULL EVERY REQ(NNNN) ID OUT OF THE CALCIN
0042DC*  EXPRESSION IN HAND INTO CALC-REF-LIST (THE FIRST 20 -- MORE
0042DD*  THAN ANY 80-CHARACTER EXPRESSION CAN HOLD).  A MALFORMED
0042DE*  REFERENCE IS LEFT FOR COBOLSTUFF TO REJECT.
0042DF*================================================================
0042DG 2740-list-refs.
0042DH     move 0 to calc-ref-count
0042DI     move calc-input-expr to calc-ref-expr
0042DJ     inspect calc-ref-expr converting
0042DK         "abcdefghijklmnopqrstuvwxyz" to
0042DL         "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
0042DM     perform 2745-check-ref-at thru 2745-check-ref-at-exit
0042DN         varying calc-ref-pos from 1 by 1
0042DO         until calc-ref-pos > 76
0042DP 2740-list-refs-exit.
0042DQ     exit.
0042DR
0042DS*================================================================
0042DT*  2745-CHECK-REF-AT.  "REQ(" AT THIS POSITION, NOT THE TAIL OF
0042DU*  SOME LONGER NAME, STARTS A REFERENCE.
0042DV*================================================================
0042DW 2745-check-ref-at.
0042DX     if calc-ref-expr(calc-ref-pos:4) <> "REQ("
0042DY         go to 2745-check-ref-at-exit
0042DZ     end-if
0042E0     if calc-ref-pos > 1
0042E1         if calc-ref-expr(calc-ref-pos - 1:1) >= "A" and
0042E2                 calc-ref-expr(calc-ref-pos - 1:1) <= "Z"
0042E3             go to 2745-check-ref-at-exit
0042E4         end-if
0042E5     end-if
0042E6     move 0   to calc-ref-id
0042E7     move 0   to calc-ref-digits
0042E8     move "N" to calc-ref-end-sw
0042E9     compute calc-ref-scan = calc-ref-pos + 4
0042EA     perform 2746-take-ref-char thru 2746-take-ref-char-exit
0042EB         until calc-ref-end-sw <> "N" or calc-ref-scan > 80
0042EC     if calc-ref-end-sw = "Y" and calc-ref-digits > 0 and
0042ED             calc-ref-count < 20
0042EE         add 1 to calc-ref-count
0042EF         move calc-ref-id to calc-ref-list-id(calc-ref-count)
0042EG     end-if
0042EH 2745-check-ref-at-exit.
0042EI     exit.
0042EJ
0042EK*================================================================
0042EL*  2746-TAKE-REF-CHAR.  DIGITS (AT MOST NINE) AND BLANKS UP TO
0042EM*  THE CLOSING ')'.
0042EN*================================================================
0042EO 2746-take-ref-char.
0042EP     evaluate true
0042EQ         when calc-ref-expr(calc-ref-scan:1) = ")"
0042ER             move "Y" to calc-ref-end-sw
0042ES         when calc-ref-expr(calc-ref-scan:1) = " "
0042ET             continue
0042EU         when calc-ref-expr(calc-ref-scan:1) is numeric and
0042EV                 calc-ref-digits < 9
0042EW             add 1 to calc-ref-digits
0042EX             move calc-ref-expr(calc-ref-scan:1)
0042EY                 to calc-ref-digit
0042EZ             compute calc-ref-id =
0042F0                 calc-ref-id * 10 + calc-ref-digit
0042F1         when other
0042F2             move "B" to calc-ref-end-sw
0042F3     end-evaluate
0042F4     add 1 to calc-ref-scan
0042F5 2746-take-ref-char-exit.
0042F6     exit.
0042F7
0042F8*================================================================
0042F9*  2750-CHECK-REF.  ONE PREDECESSOR OF THE DEPENDENT IN HAND.
0042FA*  A TABLED ONE STILL WAITING MAKES THE DEPENDENT WAIT TOO --
0042FB*  OR, ON THE FORCED ROUND, BECOMES ITS BLOCKED PREDECESSOR;
0042FC*  ONE LEFT FOR THE DEPENDENTS PASS TAKES THE DEPENDENT THERE
0042FD*  WITH IT.  AN UNTABLED ONE IS LOOKED UP ON CALCIN: IF TONIGHT
0042FE*  WON'T CALCULATE IT (PENDING, REJECTED, DEFERRED) ITS ANSWER
0042FF*  ON CALCOUT IS NOT CURRENT, AND IT IS BLOCKED.  ANOTHER
0042FG*  STREAM'S KEY ON A PARTITIONED FULL RUN WILL BE CURRENT, BUT
0042FH*  NOT BEFORE CALCMRG -- THE DEPENDENT GOES TO THE DEPENDENTS
0042FI*  PASS.  ANY OTHER PREDECESSOR HAS ITS ANSWER ON CALCOUT
0042FJ*  ALREADY -- 2200-CALC-ONE PASSES IT ON FROM THERE, AND
0042FK*  COBOLSTUFF FAILS THE DEPENDENT IF IT FAILED.
0042FL*================================================================
0042FM 2750-check-ref.
0042FN     move calc-ref-list-id(calc-ref-sub) to calc-dep-find-id
0042FO     perform 2770-find-dependent thru 2770-find-dependent-exit
0042FP     if calc-dep-found-sub > 0
0042FQ         if calc-dep-state(calc-dep-found-sub) = "X"
0042FR             move "Y" to calc-dep-cross-sw
0042FS         end-if
0042FT         if calc-dep-state(calc-dep-found-sub) = "W"
0042FU             if calc-dep-force
0042FV                 if calc-dep-blocked = 0
0042FW                     move calc-dep-find-id to calc-dep-blocked
0042FX                 end-if
0042FY             else
0042FZ                 move "Y" to calc-dep-wait-sw
0042G0             end-if
0042G1         end-if
0042G2         go to 2750-check-ref-exit
0042G3     end-if
0042G4     if calc-dep-blocked > 0
0042G5         go to 2750-check-ref-exit
0042G6     end-if
0042G7     move calc-dep-find-id to calc-request-id
0042G8     read calc-input-file key is calc-request-id
0042G9         invalid key
0042GA             go to 2750-check-ref-exit
0042GB     end-read
0042GC     if calc-input-approval <> "A" and
0042GD             calc-input-approval <> " "
0042GE         move calc-dep-find-id to calc-dep-blocked
0042GF         go to 2750-check-ref-exit
0042GG     end-if
0042GH     if calc-input-earliest is numeric and
0042GI             calc-input-earliest > calc-sched-date
0042GJ         move calc-dep-find-id to calc-dep-blocked
0042GK         go to 2750-check-ref-exit
0042GL     end-if
0042GM     if calc-stream > 0 and not calc-is-reprocess
0042GN         if calc-dep-find-id < calc-stream-low or
0042GO                 calc-dep-find-id > calc-stream-high
0042GP             move "Y" to calc-dep-cross-sw
0042GQ         end-if
0042GR     end-if
0042GS 2750-check-ref-exit.
0042GT     exit.
0042GU
0042GV*================================================================
0042GW*  2760-ADD-DEPENDENT.  TABLE THE REQUEST IN HAND AS WAITING.
0042GX*================================================================
0042GY 2760-add-dependent.
0042GZ     if calc-dep-used < 5000
0042H0         add 1 to calc-dep-used
0042H1         perform 2160-set-priority thru 2160-set-priority-exit
0042H2         move calc-request-id    to calc-dep-id(calc-dep-used)
0042H3         move calc-this-priority
0042H4             to calc-dep-priority(calc-dep-used)
0042H5         move "W" to calc-dep-state(calc-dep-used)
0042H6         move "Y" to calc-dep-added-sw
0042H7     else
0042H8         add 1 to calc-dep-lost
0042H9     end-if
0042HA 2760-add-dependent-exit.
0042HB     exit.
0042HC
0042HD*================================================================
0042HE*  2770-FIND-DEPENDENT.  CALC-DEP-FOUND-SUB IS THE TABLE SLOT
0042HF*  HOLDING CALC-DEP-FIND-ID, OR ZERO.
0042HG*================================================================
0042HH 2770-find-dependent.
0042HI     move 0 to calc-dep-found-sub
0042HJ     perform 2775-match-dependent thru 2775-match-dependent-exit
0042HK         varying calc-dep-sub2 from 1 by 1
0042HL         until calc-dep-sub2 > calc-dep-used or
0042HM             calc-dep-found-sub > 0
0042HN 2770-find-dependent-exit.
0042HO     exit.
0042HP
0042HQ 2775-match-dependent.
0042HR     if calc-dep-id(calc-dep-sub2) = calc-dep-find-id
0042HS         move calc-dep-sub2 to calc-dep-found-sub
0042HT     end-if
0042HU 2775-match-dependent-exit.
0042HV     exit.
0042HW
0042HX*================================================================
0042HY*  2780-PASS-REF.  ONE PREDECESSOR OF THE REQUEST IN HAND, READ
0042HZ*  FROM CALCOUT HERE AND PUT ON THE CALL: ITS ANSWER AND RUN
0042I0*  DATE, OR WHY IT HAS NONE TO GIVE -- 'N' NOT ON CALCOUT, 'H'
0042I1*  HELD AND NOT YET RELEASED, 'F' FAILED.  THE RECORD AREA IS
0042I2*  FREE TO USE: 2200-CALC-ONE READS THE REQUEST'S OWN RECORD
0042I3*  AGAIN BEFORE WRITING ITS ANSWER.
0042I4*================================================================
0042I5 2780-pass-ref.
0042I6     add 1 to calc-ref-over-count
0042I7     move calc-ref-list-id(calc-ref-sub)
0042I8         to calc-ref-over-id(calc-ref-over-count)
0042I9     move 0     to calc-ref-over-value(calc-ref-over-count)
0042IA     move 0     to calc-ref-over-date(calc-ref-over-count)
0042IB     move space to calc-ref-over-failed(calc-ref-over-count)
0042IC     move calc-ref-list-id(calc-ref-sub) to calc-out-id
0042ID     read calc-output-file
0042IE         invalid key
0042IF             move "N" to calc-ref-over-failed(calc-ref-over-count)
0042IG             go to 2780-pass-ref-exit
0042IH     end-read
0042II     if calc-out-rc = 0 or
0042IJ             (calc-out-held and calc-out-tol-released)
0042IK         move calc-out-result
0042IL             to calc-ref-over-value(calc-ref-over-count)
0042IM         move calc-out-run-date
0042IN             to calc-ref-over-date(calc-ref-over-count)
0042IO     else
0042IP         if calc-out-held
0042IQ             move "H" to calc-ref-over-failed(calc-ref-over-count)
0042IR         else
0042IS             move "F" to calc-ref-over-failed(calc-ref-over-count)
0042IT         end-if
0042IU     end-if
0042IV 2780-pass-ref-exit.
0042IW     exit.
004300
004301*================================================================
004302*  2800-DEPENDENTS-PASS.  TABLE EVERY DEPENDENT THE STREAMS
004303*  CARRIED ON THEIR CALCDEP.SN FILES AND RUN THE DEPENDENCY
004304*  ROUNDS OVER THEM -- THE ANSWERS THEY NAME ARE ALL ON CALCOUT
004305*  BY NOW, WHICHEVER STREAM CALCULATED THEM.  A CARRIED ID NO
004306*  LONGER ON CALCIN IS DROPPED; PAST TABLE CAPACITY ONE IS
004307*  CALCULATED AS IT IS READ, UNORDERED, AS A FULL RUN DOES.
004308*================================================================
004309 2800-dependents-pass.
004310     perform 2810-load-carry thru 2810-load-carry-exit
004311         varying calc-carry-stream from 1 by 1
004312         until calc-carry-stream > 9
004313     perform 2700-process-dependents
004314         thru 2700-process-dependents-exit
004315 2800-dependents-pass-exit.
004316     exit.
004317
004318*================================================================
004319*  2810-LOAD-CARRY.  ONE STREAM'S CALCDEP.SN, IF IT LEFT ONE.
004320*================================================================
004321 2810-load-carry.
004322     if calc-carry-present(calc-carry-stream) <> "Y"
004323         go to 2810-load-carry-exit
004324     end-if
004325     perform 1520-set-carry-name thru 1520-set-carry-name-exit
004326     open input calc-carry-file
004327     if calc-carry-status <> "00"
004328         display "CALCBAT: LOST " calc-carry-name " BETWEEN "
004329             "PROBE AND LOAD, STATUS=" calc-carry-status
004330         move "N" to calc-carry-present(calc-carry-stream)
004331         go to 2810-load-carry-exit
004332     end-if
004333     move "N" to calc-carry-eof-sw
004334     perform 2820-carry-one thru 2820-carry-one-exit
004335         until calc-carry-eof
004336     close calc-carry-file
004337 2810-load-carry-exit.
004338     exit.
004339
004340*================================================================
004341*  2820-CARRY-ONE.
004342*================================================================
004343 2820-carry-one.
004344     read calc-carry-file
004345         at end
004346             move "Y" to calc-carry-eof-sw
004347             go to 2820-carry-one-exit
004348     end-read
004349     if calc-carry-id is not numeric
004350         go to 2820-carry-one-exit
004351     end-if
004352     move calc-carry-id to calc-dep-find-id
004353     perform 2770-find-dependent thru 2770-find-dependent-exit
004354     if calc-dep-found-sub > 0
004355         go to 2820-carry-one-exit
004356     end-if
004357     move calc-carry-id to calc-request-id
004358     read calc-input-file key is calc-request-id
004359         invalid key
004360             display "CALCBAT: CARRIED REQUEST " calc-carry-id
004361                 " NO LONGER ON CALCIN"
004362             go to 2820-carry-one-exit
004363     end-read
004364     move "N" to calc-dep-added-sw
004365     perform 2760-add-dependent thru 2760-add-dependent-exit
004366     if not calc-dep-added
004367         add 1 to calc-read-count
004368         perform 2200-calc-one thru 2200-calc-one-exit
004369     end-if
004370 2820-carry-one-exit.
004371     exit.
004372
004373*================================================================
004374*  3000-FINALIZE.  PRINT RUN TOTALS, CLOSE FILES, AND CLEAR THE
004375*  CHECKPOINT -- REACHING THIS PARAGRAPH MEANS THE INPUT FILE
004376*  RAN TO COMPLETION, SO THE NEXT RUN STARTS FRESH AT RECORD ONE
004377*  WITH ZEROED TOTALS.  CALC-READ-COUNT/OK-COUNT/ERROR-COUNT ARE
004378*  CUMULATIVE ACROSS ANY RESTARTS THIS RUN PICKED UP FROM, SO
004379*  THESE TOTALS COVER THE WHOLE LOGICAL BATCH, NOT JUST WHATEVER
004380*  TAIL THIS PARTICULAR RUN PROCESSED.
004390*================================================================
004400 3000-finalize.
004478         until calc-priority-pass > 9
004479     move calc-deferred-count to calc-rpt-deferred
00447A     write calc-report-line from calc-report-defer-line
00447B     move "NEXT BUS. DAY. ."      to calc-rpt-defer-bd-text
00447C     move calc-defer-bd1-count    to calc-rpt-defer-bd
00447D     write calc-report-line from calc-report-defer-bd-line
00447E     move "2-5 BUS. DAYS. ."      to calc-rpt-defer-bd-text
00447F     move calc-defer-bd5-count    to calc-rpt-defer-bd
00447G     write calc-report-line from calc-report-defer-bd-line
00447H     move "OVER 5 BUS. DAYS"      to calc-rpt-defer-bd-text
00447I     move calc-defer-bdover-count to calc-rpt-defer-bd
00447J     write calc-report-line from calc-report-defer-bd-line
00447K     move calc-pending-count to calc-rpt-pending
00447L     write calc-report-line from calc-report-pend-line
00447M     move calc-rejskip-count to calc-rpt-rejskip
00447N     write calc-report-line from calc-report-rjct-line
00447O     move calc-held-count to calc-rpt-held
00447P     write calc-report-line from calc-report-held-line
00447Q     if calc-stream > 0 and not calc-is-reprocess
00447R         move calc-xdep-count to calc-rpt-xdep
00447S         write calc-report-line from calc-report-xdep-line
00447T     end-if
00447U     move spaces to calc-tol-line
00447V     write calc-tol-line
00447W     move calc-held-count to calc-tol-rpt-held
00447X     write calc-tol-line from calc-tol-total
004480
004490     close calc-input-file
004500     close calc-report-file
004510     close calc-output-file
004512     close calc-history-file
004515     close calc-reject-file
004517     close calc-tol-file
004520
004521*    the checkpoint describes a full walk of CALCIN -- only a
004522*    full run that got this far may clear it back to the "no
004523*    restart" sentinel.  a reprocess run or the dependents pass
004525*    leaves it alone.
004527     if not calc-is-reprocess and not calc-is-deppass
004530         move 0 to ckpt-last-record
004540         move 0 to ckpt-read-count
004550         move 0 to ckpt-ok-count
004563         move zeros to ckpt-pri-totals
004564         move 0 to ckpt-pending
004565         move 0 to ckpt-rejskip
004566         move 0 to ckpt-defer-bd1
004567         move 0 to ckpt-defer-bd5
004568         move 0 to ckpt-defer-bdover
004569         move 0 to ckpt-held
004570         accept ckpt-run-date from date yyyymmdd
004580         accept ckpt-run-time from time
004590         open output calc-checkpoint-file
00469L             move calc-deferred-count to calc-tot-deferred
00469M             move calc-pending-count  to calc-tot-pending
00469N             move calc-rejskip-count  to calc-tot-rejskip
0046A0             move calc-defer-bd1-count    to calc-tot-defer-bd1
0046A1             move calc-defer-bd5-count    to calc-tot-defer-bd5
0046A2             move calc-defer-bdover-count
0046A3                 to calc-tot-defer-bdover
0046A4             move calc-held-count     to calc-tot-held
0046A5             move calc-xdep-count     to calc-tot-xdep
0046A6             move calc-pri-totals     to calc-tot-pri-totals
0046A7             write calc-total-record
0046A8             if calc-total-status <> "00"
0046A9                 display "CALCBAT: UNABLE TO WRITE "
0046AA                     calc-total-name ", STATUS="
0046AB                     calc-total-status
0046AC             end-if
0046AD             close calc-total-file
0046AE         end-if
0046AF     end-if
0046AG
0046AH*    the dependents it left for the dependents pass go on
0046AI*    CALCDEP.Sn beside the totals -- written even when empty,
0046AJ*    so the pass knows the stream finished.  the pass deletes
0046AK*    the files it consumed, so a later single-stream night
0046AL*    finds nothing stale to carry.
0046AM     if calc-stream > 0 and not calc-is-reprocess
0046AN         perform 3200-write-carry thru 3200-write-carry-exit
0046AO     end-if
0046AP     if calc-is-deppass
0046AQ         perform 3300-dispose-carry
0046AR             thru 3300-dispose-carry-exit
0046AS             varying calc-carry-stream from 1 by 1
0046AT             until calc-carry-stream > 9
0046AU     end-if
004700 3000-finalize-exit.
004710     exit.
004720
004880     write calc-report-line from calc-report-pri-line
004890 3100-print-pri-total-exit.
004900     exit.
004901
004902*================================================================
004903*  3200-WRITE-CARRY.  ONE CALCDEP.SN LINE PER DEPENDENT LEFT
004904*  FOR THE DEPENDENTS PASS.
004905*================================================================
004906 3200-write-carry.
004907     open output calc-carry-file
004908     if calc-carry-status <> "00"
004909         display "CALCBAT: UNABLE TO OPEN " calc-carry-name
004910             ", STATUS=" calc-carry-status
004911         go to 3200-write-carry-exit
004912     end-if
004913     perform 3210-carry-one thru 3210-carry-one-exit
004914         varying calc-dep-sub from 1 by 1
004915         until calc-dep-sub > calc-dep-used
004916     close calc-carry-file
004917 3200-write-carry-exit.
004918     exit.
004919
004920 3210-carry-one.
004921     if calc-dep-state(calc-dep-sub) <> "X"
004922         go to 3210-carry-one-exit
004923     end-if
004924     move calc-dep-id(calc-dep-sub) to calc-carry-id
004925     write calc-carry-record
004926     if calc-carry-status <> "00"
004927         display "CALCBAT: UNABLE TO WRITE " calc-carry-name
004928             ", STATUS=" calc-carry-status
004929     end-if
004930 3210-carry-one-exit.
004931     exit.
004932
004933*================================================================
004934*  3300-DISPOSE-CARRY.  DELETE ONE CALCDEP.SN THE DEPENDENTS
004935*  PASS CONSUMED.
004936*================================================================
004937 3300-dispose-carry.
004938     if calc-carry-present(calc-carry-stream) <> "Y"
004939         go to 3300-dispose-carry-exit
004940     end-if
004941     perform 1520-set-carry-name thru 1520-set-carry-name-exit
004942     call "CBL_DELETE_FILE" using calc-carry-name
004943     move 0 to return-code
004944 3300-dispose-carry-exit.
004945     exit.
004946
004947*================================================================
004948*  9000-LOG-START.  ONE START RECORD ON THE CALCRUN MASTER --
004949*  CUT AFTER INITIALIZE SO THE MODE IS KNOWN, AND BEFORE ANY
004950*  PROCESSING SO AN ABEND LEAVES THE START STANDING ALONE FOR
004960*  THE MORNING REPORT TO SPOT.
004970*================================================================
005010     if calc-is-reprocess
005020         move "P" to calc-run-mode
005030     else
005032         if calc-is-deppass
005034             move "D" to calc-run-mode
005036         else
005040             if calc-is-restart
005050                 move "R" to calc-run-mode
005060             else
005070                 move "F" to calc-run-mode
005080             end-if
005085         end-if
005090     end-if
005100     move calc-stream to calc-run-stream
005110     move 0   to calc-run-read
