000235*                 NIGHT'S REAL CALCRPT.  A STREAM FLAGGED FOR A
000236*                 MISSING TOTALS FILE KEEPS ITS FILES AS THE
000237*                 EVIDENCE.
000238*  10/15/26  DP   CARRY CALCBAT'S BUSINESS-DAY SPLIT OF THE
000239*                 DEFERRED TOTAL INTO THE COMBINED REPORT.
00023A*  10/15/26  DP   CARRY THE HELD-FOR-REVIEW TOTAL INTO THE
00023B*                 COMBINED REPORT, AND CONSOLIDATE EVERY STREAM'S
00023C*                 TOLRPT.SN HELD-ANSWER LINES INTO ONE TOLRPT FOR
00023D*                 THE SUPERVISORS, DELETED WITH THE OTHER STREAM
00023E*                 FILES.
00023F*  10/15/26  DP   CARRY THE COUNT OF DEPENDENTS THE STREAMS LEFT
00023G*                 FOR THE DEPENDENTS PASS INTO THE COMBINED
00023H*                 REPORT.
000240*================================================================
000250 environment division.
000260 configuration section.
000350     select calc-report-file assign to "CALCRPT"
000360         organization is line sequential
000370         file status is mrg-report-status.
000371     select stream-tol-file assign using mrg-tol-name
000372         organization is line sequential
000373         file status is mrg-stol-status.
000374     select tol-report-file assign to "TOLRPT"
000375         organization is line sequential
000376         file status is mrg-tol-status.
000380
000390 data division.
000400 file section.
000460
000470 fd  calc-report-file.
000480 01  calc-report-line            pic x(140).
000481
000482 fd  stream-tol-file.
000483 01  mrg-stream-tol-line         pic x(132).
000484
000485 fd  tol-report-file.
000486 01  tol-report-line             pic x(132).
000490
000500 working-storage section.
000510     copy calcrunrec.
000530 01  mrg-rpt-status              pic x(02) value "00".
000540 01  mrg-tot-status              pic x(02) value "00".
000550 01  mrg-report-status           pic x(02) value "00".
000553 01  mrg-stol-status             pic x(02) value "00".
000556 01  mrg-tol-status              pic x(02) value "00".
000560
000570 01  mrg-switches.
000580     05  mrg-abort-sw            pic x(01) value "N".
000610         88  mrg-nothing         value "Y".
000620     05  mrg-rpt-eof-sw          pic x(01) value "N".
000630         88  mrg-rpt-eof         value "Y".
000633     05  mrg-tol-eof-sw          pic x(01) value "N".
000636         88  mrg-tol-eof         value "Y".
000640
000650 01  mrg-counters.
000660     05  mrg-stream-count        pic 9(01) value 0.
000850
000860 01  mrg-rpt-name                pic x(12) value spaces.
000870 01  mrg-tot-name                pic x(12) value spaces.
000875 01  mrg-tol-name                pic x(12) value spaces.
000880
00088A*    the combined counters, accumulated stream by stream and
00088B*    printed in calcbat's own totals layout.
00088F 01  mrg-deferred-count          pic 9(07) value 0.
00088G 01  mrg-pending-count           pic 9(07) value 0.
00088H 01  mrg-rejskip-count           pic 9(07) value 0.
00088I 01  mrg-defer-bd1-count         pic 9(07) value 0.
00088J 01  mrg-defer-bd5-count         pic 9(07) value 0.
00088K 01  mrg-defer-bdover-count      pic 9(07) value 0.
00088L 01  mrg-held-count              pic 9(07) value 0.
00088M 01  mrg-xdep-count              pic 9(07) value 0.
00088N 01  mrg-pri-totals.
00088O     05  mrg-pri-entry           occurs 9 times.
00088P         10  mrg-pri-read        pic 9(07) value 0.
00088Q         10  mrg-pri-ok          pic 9(07) value 0.
00088R         10  mrg-pri-err         pic 9(07) value 0.
00088S 01  mrg-pri-sub                 pic 9(02) value 0.
00088T
000950*    a detail line is one whose first nine columns are a right-
000960*    justified number -- the same rule the reconciliation reads
000970*    the report with.
001550     05  filler                  pic x(20) value
001560         "DEFERRED TO LATER. .".
001570     05  mrg-rpt-deferred        pic zzz,zz9.
001571
001572 01  mrg-report-defer-bd-line.
001573     05  filler                  pic x(04) value spaces.
001574     05  mrg-rpt-defer-bd-text   pic x(16).
001575     05  mrg-rpt-defer-bd        pic zzz,zz9.
001580
001590 01  mrg-report-pend-line.
001600     05  filler                  pic x(20) value
001650     05  filler                  pic x(20) value
001660         "REJECTED, NOT RUN. .".
001670     05  mrg-rpt-rejskip         pic zzz,zz9.
001671
001672 01  mrg-report-held-line.
001673     05  filler                  pic x(20) value
001674         "HELD FOR REVIEW. . .".
001675     05  mrg-rpt-held            pic zzz,zz9.
001676
001677 01  mrg-report-xdep-line.
001678     05  filler                  pic x(20) value
001679         "FOR DEPENDENTS PASS.".
00167A     05  mrg-rpt-xdep            pic zzz,zz9.
00167B
00167C*    the TOLRPT headings and total, as calcbat prints them.
00167D 01  mrg-tol-heading-1.
00167E     05  filler                  pic x(40) value
00167F         "CALCBAT -- RESULTS HELD FOR REVIEW".
00167G 01  mrg-tol-heading-2.
00167H     05  filler                  pic x(09) value "REQ ID".
00167I     05  filler                  pic x(02) value spaces.
00167J     05  filler                  pic x(08) value "REQUESTR".
00167K     05  filler                  pic x(02) value spaces.
00167L     05  filler                  pic x(20) value "ANSWER".
00167M     05  filler                  pic x(02) value spaces.
00167N     05  filler                  pic x(16) value "REASON".
00167O     05  filler                  pic x(02) value spaces.
00167P     05  filler                  pic x(20) value "LIMIT".
00167Q     05  filler                  pic x(02) value spaces.
00167R     05  filler                  pic x(09) value "BASIS ID".
00167S     05  filler                  pic x(02) value spaces.
00167T     05  filler                  pic x(20) value "BASIS ANSWER".
00167U     05  filler                  pic x(02) value spaces.
00167V     05  filler                  pic x(12) value "CHANGE %".
00167W 01  mrg-tol-total.
00167X     05  filler                  pic x(20) value
00167Y         "ANSWERS HELD . . . .".
00167Z     05  mrg-tol-rpt-held        pic zzz,zz9.
001680
001690 01  mrg-missing-line.
001700     05  filler                  pic x(31) value
002370     move spaces to mrg-tot-name
002380     string "CALCTOT.S" mrg-stream-digit delimited by size
002390         into mrg-tot-name
002392     move spaces to mrg-tol-name
002394     string "TOLRPT.S" mrg-stream-digit delimited by size
002396         into mrg-tol-name
002400 1200-set-stream-names-exit.
002410     exit.
002420
002530         move "Y" to mrg-abort-sw
002540         go to 2000-build-report-exit
002550     end-if
002551     open output tol-report-file
002552     if mrg-tol-status <> "00"
002553         display "CALCMRG: UNABLE TO OPEN TOLRPT, STATUS="
002554             mrg-tol-status
002555         move "Y" to mrg-abort-sw
002556         close calc-report-file
002557         go to 2000-build-report-exit
002558     end-if
002559     write tol-report-line from mrg-tol-heading-1
00255A     write tol-report-line from mrg-tol-heading-2
002560     write calc-report-line from mrg-report-heading-1
002570     write calc-report-line from mrg-report-heading-2
002580     move mrg-stream-count to mrg-rpt-streams
002700
002710     perform 4000-write-totals thru 4000-write-totals-exit
002720     close calc-report-file
002721     close tol-report-file
002722*    the consumed stream files go only after the combined
002723*    report has closed clean -- left on disk they would be
002724*    re-consolidated over a later night's real CALCRPT.
002725     if mrg-report-status = "00" and not mrg-abort
002726         perform 5000-dispose-streams
002727             thru 5000-dispose-streams-exit
002728     end-if
002730     display "CALCMRG: " mrg-line-count " DETAIL LINES FROM "
002740         mrg-stream-count " STREAMS"
002750 2000-build-report-exit.
002950         thru 3100-copy-one-line-exit
002960         until mrg-rpt-eof
002970     close stream-report-file
002975     perform 3300-merge-tol thru 3300-merge-tol-exit
002980
002990     open input stream-total-file
003000     if mrg-tot-status <> "00"
003550     add calc-tot-deferred to mrg-deferred-count
003560     add calc-tot-pending  to mrg-pending-count
003570     add calc-tot-rejskip  to mrg-rejskip-count
003571     if calc-tot-defer-bd1 is numeric
003572         add calc-tot-defer-bd1    to mrg-defer-bd1-count
003573         add calc-tot-defer-bd5    to mrg-defer-bd5-count
003574         add calc-tot-defer-bdover to mrg-defer-bdover-count
003575     end-if
003576     if calc-tot-held is numeric
003577         add calc-tot-held to mrg-held-count
003578     end-if
003579     if calc-tot-xdep is numeric
00357A         add calc-tot-xdep to mrg-xdep-count
00357B     end-if
003580     perform varying mrg-pri-sub from 1 by 1
003590             until mrg-pri-sub > 9
003600         add calc-tot-pri-read(mrg-pri-sub)
003660     end-perform
003670 3200-add-totals-exit.
003680     exit.
003681
003682*================================================================
003683*  3300-MERGE-TOL.  THE STREAM'S HELD-ANSWER DETAIL LINES ONTO
003684*  THE ONE TOLRPT.  A STREAM WITH NO TOLRPT.SN HELD NOTHING.
003685*================================================================
003686 3300-merge-tol.
003687     open input stream-tol-file
003688     if mrg-stol-status <> "00"
003689         go to 3300-merge-tol-exit
00368A     end-if
00368B     move "N" to mrg-tol-eof-sw
00368C     perform 3310-copy-one-tol thru 3310-copy-one-tol-exit
00368D         until mrg-tol-eof
00368E     close stream-tol-file
00368F 3300-merge-tol-exit.
00368G     exit.
00368H
00368I 3310-copy-one-tol.
00368J     read stream-tol-file
00368K         at end
00368L             move "Y" to mrg-tol-eof-sw
00368M             go to 3310-copy-one-tol-exit
00368N     end-read
00368O     move mrg-stream-tol-line(1:9) to mrg-id-digits
00368P     inspect mrg-id-digits replacing leading spaces by zeros
00368Q     if mrg-id-digits is not numeric
00368R         go to 3310-copy-one-tol-exit
00368S     end-if
00368T     if mrg-id-num = 0
00368U         go to 3310-copy-one-tol-exit
00368V     end-if
00368W     write tol-report-line from mrg-stream-tol-line
00368X 3310-copy-one-tol-exit.
00368Y     exit.
003690
003700*================================================================
003710*  4000-WRITE-TOTALS.  THE COMBINED TOTALS IN THE SAME SHAPE
003840         until mrg-pri-sub > 9
003850     move mrg-deferred-count to mrg-rpt-deferred
003860     write calc-report-line from mrg-report-defer-line
003861     move "NEXT BUS. DAY. ."     to mrg-rpt-defer-bd-text
003862     move mrg-defer-bd1-count    to mrg-rpt-defer-bd
003863     write calc-report-line from mrg-report-defer-bd-line
003864     move "2-5 BUS. DAYS. ."     to mrg-rpt-defer-bd-text
003865     move mrg-defer-bd5-count    to mrg-rpt-defer-bd
003866     write calc-report-line from mrg-report-defer-bd-line
003867     move "OVER 5 BUS. DAYS"     to mrg-rpt-defer-bd-text
003868     move mrg-defer-bdover-count to mrg-rpt-defer-bd
003869     write calc-report-line from mrg-report-defer-bd-line
003870     move mrg-pending-count to mrg-rpt-pending
003880     write calc-report-line from mrg-report-pend-line
003890     move mrg-rejskip-count to mrg-rpt-rejskip
003900     write calc-report-line from mrg-report-rjct-line
003901     move mrg-held-count to mrg-rpt-held
003902     write calc-report-line from mrg-report-held-line
003903     move mrg-xdep-count to mrg-rpt-xdep
003904     write calc-report-line from mrg-report-xdep-line
003905     move spaces to tol-report-line
003906     write tol-report-line
003907     move mrg-held-count to mrg-tol-rpt-held
003908     write tol-report-line from mrg-tol-total
003910 4000-write-totals-exit.
003920     exit.
003930
00407R     move 0 to return-code
00407S     call "CBL_DELETE_FILE" using mrg-tot-name
00407T     move 0 to return-code
00407U     call "CBL_DELETE_FILE" using mrg-tol-name
00407V     move 0 to return-code
00407W 5100-dispose-one-exit.
00407X     exit.
004080
004090*================================================================
004100*  9000-LOG-START.  ONE START RECORD ON THE CALCRUN MASTER.
