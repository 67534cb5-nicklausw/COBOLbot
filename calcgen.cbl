000246*                 OF GENERATING THEM.
000247*  09/02/26  DP   CUT START AND END RECORDS ON THE CALCRUN
000248*                 RUN-CONTROL MASTER FOR THE MORNING REPORT.
000249*  10/15/26  DP   A DUE TEMPLATE WHOSE REQUESTOR IS NOT AN ACTIVE
00024A*                 ID ON THE CALCUSR MASTER IS REFUSED WITH A
00024B*                 "BAD REQUESTR" REGISTER LINE, THE SAME RULE THE
00024C*                 ENTRY SCREENS ENFORCE.
00024D*  10/15/26  DP   BUSINESS-DAY SCHEDULES OFF THE CALCCAL
00024E*                 CALENDAR: 'B' EVERY BUSINESS DAY, 'N' BUSINESS
00024F*                 DAY N OF THE MONTH, 'L' LAST BUSINESS DAY.  A
00024G*                 DAILY, WEEKLY OR MONTHLY TEMPLATE MAY ROLL A
00024H*                 HOLIDAY FORWARD OR BACK (CALC-STD-ROLL).  THE
00024I*                 REGISTER SHOWS THE ROLL AND WHETHER TONIGHT IS
00024J*                 A BUSINESS DAY.
00024K*  10/15/26  DP   CARRY THE TEMPLATE'S RESULT TOLERANCE LIMITS
00024L*                 ONTO EACH INSTANCE.  A PERCENT-CHANGE LIMIT IS
00024M*                 MEASURED AGAINST THE TEMPLATE'S PREVIOUS
00024N*                 INSTANCE ON CALCIN.  LIMIT TEXT THAT IS NOT AN
00024O*                 AMOUNT IS REFUSED WITH A "BAD LIMITS" LINE.
00024P*  10/15/26  DP   STAMP EACH INSTANCE'S ENTRY AND APPROVAL WITH
00024Q*                 THE DATE AND TIME IT WAS GENERATED.
000250*================================================================
000260 environment division.
000270 configuration section.
000350         access mode is dynamic
000360         record key is calc-request-id
000370         file status is gen-input-status.
000371     select calc-user-file assign to "CALCUSR"
000372         organization is indexed
000373         access mode is random
000374         record key is calc-usr-id
000375         file status is gen-user-status.
000380     select gen-report-file assign to "GENRPT"
000390         organization is line sequential
000400         file status is gen-report-status.
000460
000470 fd  calc-input-file.
000480     copy calcinrec.
000482
000484 fd  calc-user-file.
000486     copy calcusrrec.
000490
000500 fd  gen-report-file.
000510 01  gen-report-line             pic x(132).
000530 working-storage section.
000540     copy calcif.
000541     copy calcrunrec.
000545     copy calccalif.
000547     copy calcnumif.
000550
000560 01  gen-standing-status         pic x(02) value "00".
000570 01  gen-input-status            pic x(02) value "00".
000575 01  gen-user-status             pic x(02) value "00".
000580 01  gen-report-status           pic x(02) value "00".
000590
000600 01  gen-switches.
000700         88  gen-due             value "Y".
000710     05  gen-written-sw          pic x(01) value "N".
000720         88  gen-written         value "Y".
000721     05  gen-today-bday-sw       pic x(01) value "N".
000722         88  gen-today-business  value "Y".
000723     05  gen-nominal-sw          pic x(01) value "N".
000724         88  gen-nominal         value "Y".
000725     05  gen-walk-sw             pic x(01) value "N".
000726         88  gen-walk-done       value "Y".
000727     05  gen-prior-eof-sw        pic x(01) value "N".
000728         88  gen-prior-eof       value "Y".
000730
000740 01  gen-counters.
000750     05  gen-read-count          pic 9(05) value 0.
000850
000860*    tonight's date, its day of the week (1 = monday .. 7 =
000870*    sunday) and the last day of its month, worked out once at
000880*    start-up -- everything the calendar-day schedules test.
000890 01  gen-today                   pic 9(08) value 0.
000900 01  gen-today-dd                pic 9(02) value 0.
000910 01  gen-today-int               pic 9(08) value 0.
000950 01  gen-last-dd                 pic 9(02) value 0.
000960 01  gen-work-yyyy               pic 9(04) value 0.
000970 01  gen-work-mm                 pic 9(02) value 0.
000971
000972*    a day a rolling template is tested against -- tonight, or
000973*    one of the non-business days rolled onto tonight -- with
000974*    the same facts about it that tonight carries above.
000975 01  gen-test-int                pic 9(08) value 0.
000976 01  gen-test-date               pic 9(08) value 0.
000977 01  gen-test-dd                 pic 9(02) value 0.
000978 01  gen-test-dow                pic 9(01) value 0.
000979 01  gen-test-next-first         pic 9(08) value 0.
00097A 01  gen-test-last               pic 9(08) value 0.
00097B 01  gen-test-last-dd            pic 9(02) value 0.
00097C 01  gen-walk-count              pic 9(03) value 0.
00097D
00097E*    the template's tolerance limits as amounts, and the id of
00097F*    its last instance on CALCIN -- the basis a percent-change
00097G*    limit compares against.
00097H 01  gen-tol-min-sw              pic x(01) value "N".
00097I 01  gen-tol-min                 pic s9(09)v9(09) value 0.
00097J 01  gen-tol-max-sw              pic x(01) value "N".
00097K 01  gen-tol-max                 pic s9(09)v9(09) value 0.
00097L 01  gen-tol-pct                 pic 9(04)v9(02) value 0.
00097M 01  gen-prior-id                pic 9(09) value 0.
000980
000990 01  gen-report-heading-1.
001000     05  filler                  pic x(38) value
001040     05  gen-rpt-run-date        pic 9(08).
001050     05  filler                  pic x(07) value "   DAY".
001060     05  gen-rpt-dow             pic 9(01).
001062     05  filler                  pic x(16) value
001064         "   BUSINESS DAY ".
001066     05  gen-rpt-bday            pic x(01).
001070 01  gen-report-heading-3.
001080     05  filler                  pic x(12) value
001090         "DISPOSITION".
001260     05  filler                  pic x(02) value spaces.
001270     05  gen-rpt-sched           pic x(01).
001280     05  gen-rpt-sched-day       pic 9(02).
001285     05  gen-rpt-roll            pic x(01).
001290     05  filler                  pic x(02) value spaces.
001300     05  gen-rpt-requestor       pic x(08).
001310     05  filler                  pic x(02) value spaces.
001320     05  gen-rpt-expr            pic x(60).
001680     goback.
001690
001700*================================================================
001710*  1000-INITIALIZE.  OPEN THE FOUR FILES, WORK OUT TONIGHT'S
001720*  CALENDAR FACTS, AND FIND THE HIGHEST REQUEST ID ON CALCIN SO
001730*  ASSIGNMENT STARTS ONE PAST IT -- THE SAME WALK CALCENT MAKES.
001740*================================================================
001950         go to 1000-initialize-exit
001960     end-if
001970
001971     open input calc-user-file
001972     if gen-user-status <> "00"
001973         display "CALCGEN: UNABLE TO OPEN CALCUSR, STATUS="
001974             gen-user-status
001975         move "Y" to gen-abort-sw
001976         close standing-file
001977         close calc-input-file
001978         go to 1000-initialize-exit
001979     end-if
00197A
001980     open output gen-report-file
001990     if gen-report-status <> "00"
002000         display "CALCGEN: UNABLE TO OPEN GENRPT, STATUS="
002020         move "Y" to gen-abort-sw
002030         close standing-file
002040         close calc-input-file
002045         close calc-user-file
002050         go to 1000-initialize-exit
002060     end-if
002070
002100
002110     move gen-today to gen-rpt-run-date
002120     move gen-dow   to gen-rpt-dow
002125     move gen-today-bday-sw to gen-rpt-bday
002130     write gen-report-line from gen-report-heading-1
002140     write gen-report-line from gen-report-heading-2
002150     write gen-report-line from gen-report-heading-3
002440     compute gen-month-last = function date-of-integer(
002450         function integer-of-date(gen-month-first) - 1)
002460     move gen-month-last(7:2) to gen-last-dd
002461     move "T"       to calc-bday-function
002462     move gen-today to calc-bday-date
002463     call "calccal" using calc-bday-call
002464     if calc-bday-ok and calc-bday-is-business
002465         move "Y" to gen-today-bday-sw
002466     else
002467         move "N" to gen-today-bday-sw
002468     end-if
002470 1100-set-calendar-exit.
002480     exit.
002490
002860
002870*================================================================
002880*  2100-PROCESS-ONE.  DECIDE WHETHER THE TEMPLATE IS DUE
002890*  TONIGHT, CHECK ITS REQUESTOR ON CALCUSR, TRIAL-CHECK ITS
002900*  EXPRESSION, AND INSERT THE NIGHT'S INSTANCE.
002910*================================================================
002920 2100-process-one.
002930     move spaces to gen-report-detail
002940     move calc-std-sched        to gen-rpt-sched
002950     move calc-std-sched-day    to gen-rpt-sched-day
002955     move calc-std-roll         to gen-rpt-roll
002960     move calc-std-requestor    to gen-rpt-requestor
002970     move calc-std-expr(1:60)   to gen-rpt-expr
002980     move 0                     to gen-rpt-id
003100         go to 2100-process-one-exit
003110     end-if
003120
003121*    the requestor the instance will carry must still be an
003122*    active id on the master -- a template set up for someone
003123*    who has since left is refused, not quietly generated.
003124     move calc-std-requestor to calc-usr-id
003125     read calc-user-file
003126         invalid key
003127             move "BAD REQUESTR" to gen-rpt-disp
003128     end-read
003129     if gen-rpt-disp = spaces and not calc-usr-is-active
00312A         move "BAD REQUESTR" to gen-rpt-disp
00312B     end-if
00312C     if gen-rpt-disp = "BAD REQUESTR"
00312D         add 1 to gen-bad-count
00312E         write gen-report-line from gen-report-detail
00312F         go to 2100-process-one-exit
00312G     end-if
00312H
00312I     perform 2150-check-limits thru 2150-check-limits-exit
00312J     if gen-rpt-disp = "BAD LIMITS"
00312K         add 1 to gen-bad-count
00312L         write gen-report-line from gen-report-detail
00312M         go to 2100-process-one-exit
00312N     end-if
00312O
003130*    the same trial-mode check the entry screen makes -- a
003140*    template someone fat-fingered in the standing file becomes
003150*    a register line tonight, not a reject at 3 AM.
003260         go to 2100-process-one-exit
003270     end-if
003280
003282     move 0 to gen-prior-id
003284     if gen-tol-pct > 0
003286         perform 2400-find-prior thru 2400-find-prior-exit
003288     end-if
003290     perform 2300-insert-request
003300         thru 2300-insert-request-exit
003310     if gen-written
003390     write gen-report-line from gen-report-detail
003400 2100-process-one-exit.
003410     exit.
003411
003412*================================================================
003413*  2150-CHECK-LIMITS.  THE TEMPLATE'S LIMIT TEXT INTO AMOUNTS,
003414*  WITH THE SAME EDITS THE ENTRY SCREENS MAKE.  BLANK TEXT IS
003415*  NO LIMIT.
003416*================================================================
003417 2150-check-limits.
003418     move "N" to gen-tol-min-sw
003419     move 0   to gen-tol-min
003420     move "N" to gen-tol-max-sw
003421     move 0   to gen-tol-max
003422     move 0   to gen-tol-pct
003423     move "V"             to calc-num-function
003424     move calc-std-tol-min to calc-num-text
003425     call "calcnum" using calc-num-call
003426     if calc-num-ok
003427         move "Y"            to gen-tol-min-sw
003428         move calc-num-value to gen-tol-min
003429     end-if
003430     if not calc-num-ok and not calc-num-blank
003431         move "BAD LIMITS" to gen-rpt-disp
003432         go to 2150-check-limits-exit
003433     end-if
003434     move "V"             to calc-num-function
003435     move calc-std-tol-max to calc-num-text
003436     call "calcnum" using calc-num-call
003437     if calc-num-ok
003438         move "Y"            to gen-tol-max-sw
003439         move calc-num-value to gen-tol-max
003440     end-if
003441     if not calc-num-ok and not calc-num-blank
003442         move "BAD LIMITS" to gen-rpt-disp
003443         go to 2150-check-limits-exit
003444     end-if
003445     if gen-tol-min-sw = "Y" and gen-tol-max-sw = "Y" and
003446             gen-tol-min > gen-tol-max
003447         move "BAD LIMITS" to gen-rpt-disp
003448         go to 2150-check-limits-exit
003449     end-if
003450     move "V"             to calc-num-function
003451     move calc-std-tol-pct to calc-num-text
003452     call "calcnum" using calc-num-call
003453     if not calc-num-ok and not calc-num-blank
003454         move "BAD LIMITS" to gen-rpt-disp
003455         go to 2150-check-limits-exit
003456     end-if
003457     if calc-num-value < 0 or calc-num-value > 9999.99
003458         move "BAD LIMITS" to gen-rpt-disp
003459         go to 2150-check-limits-exit
003460     end-if
003461     move calc-num-value to gen-tol-pct
003462 2150-check-limits-exit.
003463     exit.
003464
003465*================================================================
003466*  2200-CHECK-DUE.  THE SIX SCHEDULE KINDS.  A MONTHLY DAY OF
003467*  29-31 IN A SHORTER MONTH FALLS BACK TO THE MONTH'S LAST DAY,
003468*  SO A "31ST" ORDER STILL RUNS IN FEBRUARY; BUSINESS DAY N OF
003469*  A MONTH WITH FEWER FALLS BACK TO ITS LAST BUSINESS DAY.  A
003470*  ROLLING DAILY, WEEKLY OR MONTHLY TEMPLATE ONLY EVER RUNS ON
003471*  A BUSINESS DAY: TONIGHT IF ITS OWN DAY IS TONIGHT, OR IS ONE
003472*  OF THE NON-BUSINESS DAYS JUST BEFORE TONIGHT (ROLL FORWARD)
003473*  OR JUST AFTER IT (ROLL BACK).
003474*================================================================
003480 2200-check-due.
003490     move "N" to gen-due-sw
003500     move spaces to gen-rpt-disp
003501     if not calc-std-roll-none and not calc-std-roll-fwd and
003502             not calc-std-roll-back
003503         move "BAD SCHEDULE" to gen-rpt-disp
003504         go to 2200-check-due-exit
003505     end-if
003510     evaluate calc-std-sched
003520         when "D"
003530         when "d"
003540             continue
003550         when "W"
003560         when "w"
003610             if calc-std-sched-day is not numeric or
003620                     calc-std-sched-day < 1 or
003630                     calc-std-sched-day > 7
003650             end-if
003660         when "M"
003670         when "m"
003680             if calc-std-sched-day is not numeric or
003690                     calc-std-sched-day < 1 or
003700                     calc-std-sched-day > 31
003790                 move "BAD SCHEDULE" to gen-rpt-disp
003800             end-if
003801         when "B"
003802         when "b"
003803             move gen-today-bday-sw to gen-due-sw
003804             go to 2200-check-due-exit
003805         when "N"
003806         when "n"
003807             if calc-std-sched-day is not numeric or
003808                     calc-std-sched-day < 1 or
003809                     calc-std-sched-day > 23
00380A                 move "BAD SCHEDULE" to gen-rpt-disp
00380B                 go to 2200-check-due-exit
00380C             end-if
00380D             move "D"                to calc-bday-function
00380E             move gen-today          to calc-bday-date
00380F             move calc-std-sched-day to calc-bday-number
00380G             call "calccal" using calc-bday-call
00380H             if calc-bday-ok and calc-bday-result = 0
00380I                 move "L" to calc-bday-function
00380J                 call "calccal" using calc-bday-call
00380K             end-if
00380L             if calc-bday-ok and calc-bday-result = gen-today
00380M                 move "Y" to gen-due-sw
00380N             end-if
00380O             go to 2200-check-due-exit
00380P         when "L"
00380Q         when "l"
00380R             move "L"       to calc-bday-function
00380S             move gen-today to calc-bday-date
00380T             call "calccal" using calc-bday-call
00380U             if calc-bday-ok and calc-bday-result = gen-today
00380V                 move "Y" to gen-due-sw
00380W             end-if
00380X             go to 2200-check-due-exit
003810         when other
003820             move "BAD SCHEDULE" to gen-rpt-disp
003830     end-evaluate
003831     if gen-rpt-disp <> spaces
003832         go to 2200-check-due-exit
003833     end-if
003834
003835     move gen-today-int to gen-test-int
003836     if calc-std-roll-none
003837         perform 2210-nominal-check thru 2210-nominal-check-exit
003838         move gen-nominal-sw to gen-due-sw
003839         go to 2200-check-due-exit
00383A     end-if
00383B     if not gen-today-business
00383C         go to 2200-check-due-exit
00383D     end-if
00383E     perform 2210-nominal-check thru 2210-nominal-check-exit
00383F     if gen-nominal
00383G         move "Y" to gen-due-sw
00383H         go to 2200-check-due-exit
00383I     end-if
00383J     move "N" to gen-walk-sw
00383K     move 0   to gen-walk-count
00383L     perform 2220-walk-rolled thru 2220-walk-rolled-exit
00383M         until gen-due or gen-walk-done
003840 2200-check-due-exit.
003850     exit.
0038A0
0038A1*================================================================
0038A2*  2210-NOMINAL-CHECK.  IS DAY NUMBER GEN-TEST-INT THE
0038A3*  TEMPLATE'S OWN DAY, BEFORE ANY ROLL?  THE SAME WEEKDAY AND
0038A4*  MONTH-END ARITHMETIC 1100-SET-CALENDAR DOES FOR TONIGHT.
0038A5*================================================================
0038A6 2210-nominal-check.
0038A7     move "N" to gen-nominal-sw
0038A8     compute gen-test-date =
0038A9         function date-of-integer(gen-test-int)
0038AA     move gen-test-date(7:2) to gen-test-dd
0038AB     compute gen-test-dow = function rem(gen-test-int 7)
0038AC     if gen-test-dow = 0
0038AD         move 7 to gen-test-dow
0038AE     end-if
0038AF     move gen-test-date(1:4) to gen-work-yyyy
0038AG     move gen-test-date(5:2) to gen-work-mm
0038AH     if gen-work-mm = 12
0038AI         add 1 to gen-work-yyyy
0038AJ         move 1 to gen-work-mm
0038AK     else
0038AL         add 1 to gen-work-mm
0038AM     end-if
0038AN     compute gen-test-next-first =
0038AO         gen-work-yyyy * 10000 + gen-work-mm * 100 + 1
0038AP     compute gen-test-last = function date-of-integer(
0038AQ         function integer-of-date(gen-test-next-first) - 1)
0038AR     move gen-test-last(7:2) to gen-test-last-dd
0038AS     evaluate calc-std-sched
0038AT         when "D"
0038AU         when "d"
0038AV             move "Y" to gen-nominal-sw
0038AW         when "W"
0038AX         when "w"
0038AY             if calc-std-sched-day = gen-test-dow
0038AZ                 move "Y" to gen-nominal-sw
0038B0             end-if
0038B1         when "M"
0038B2         when "m"
0038B3             if calc-std-sched-day = gen-test-dd
0038B4                 move "Y" to gen-nominal-sw
0038B5             end-if
0038B6             if calc-std-sched-day > gen-test-last-dd and
0038B7                     gen-test-dd = gen-test-last-dd
0038B8                 move "Y" to gen-nominal-sw
0038B9             end-if
0038BA     end-evaluate
0038BB 2210-nominal-check-exit.
0038BC     exit.
0038BD
0038BE*================================================================
0038BF*  2220-WALK-ROLLED.  ONE DAY FURTHER FROM TONIGHT -- BACK FOR A
0038BG*  FORWARD ROLL, AHEAD FOR A BACKWARD ONE.  THE WALK ENDS AT
0038BH*  THE FIRST BUSINESS DAY, WHICH KEEPS ITS OWN INSTANCE.
0038BI*================================================================
0038BJ 2220-walk-rolled.
0038BK     add 1 to gen-walk-count
0038BL     if gen-walk-count > 366
0038BM         move "Y" to gen-walk-sw
0038BN         go to 2220-walk-rolled-exit
0038BO     end-if
0038BP     if calc-std-roll-fwd
0038BQ         subtract 1 from gen-test-int
0038BR     else
0038BS         add 1 to gen-test-int
0038BT     end-if
0038BU     move "T" to calc-bday-function
0038BV     compute calc-bday-date =
0038BW         function date-of-integer(gen-test-int)
0038BX     call "calccal" using calc-bday-call
0038BY     if not calc-bday-ok or calc-bday-is-business
0038BZ         move "Y" to gen-walk-sw
0038C0         go to 2220-walk-rolled-exit
0038C1     end-if
0038C2     perform 2210-nominal-check thru 2210-nominal-check-exit
0038C3     if gen-nominal
0038C4         move "Y" to gen-due-sw
0038C5     end-if
0038C6 2220-walk-rolled-exit.
0038C7     exit.
0038C8
0038C9*================================================================
0038CA*  2300-INSERT-REQUEST.  ASSIGN THE NEXT ID AND WRITE, BUMPING
0038CB*  PAST ANY KEY ANOTHER SESSION GRABBED FIRST -- THE SAME LOOP
003900*  CALCENT RUNS.  THE INSTANCE IS DUE TONIGHT, SO ITS EARLIEST
003910*  RUN DATE IS ZERO.
003920*================================================================
004212*    night's instances arrive approved, stamped with who did it.
004213     move "A"       to calc-input-approval
004214     move "CALCGEN" to calc-input-approver
004215     move gen-tol-min-sw   to calc-input-tol-min-sw
004216     move gen-tol-min      to calc-input-tol-min
004217     move gen-tol-max-sw   to calc-input-tol-max-sw
004218     move gen-tol-max      to calc-input-tol-max
004219     move gen-tol-pct      to calc-input-tol-pct
00421A     move gen-prior-id     to calc-input-tol-basis
00421B     accept calc-input-entry-date from date yyyymmdd
00421C     accept calc-input-entry-time from time
00421D     move calc-input-entry-date to calc-input-decided-date
00421E     move calc-input-entry-time to calc-input-decided-time
004220     write calc-input-record
004230         invalid key
004240             add 1 to gen-next-id
004270     end-write
004280 2310-try-one-write-exit.
004290     exit.
004291
004292*================================================================
004293*  2400-FIND-PRIOR.  THE TEMPLATE'S LAST INSTANCE: THE HIGHEST
004294*  ID CALCGEN GENERATED FOR THE SAME REQUESTOR AND EXPRESSION.
004295*  NONE ON FILE (A NEW TEMPLATE, OR ITS HISTORY ARCHIVED) LEAVES
004296*  THE BASIS ZERO -- THE INSTANCE ITSELF, WHICH HAS NO ANSWER
004297*  YET, SO ITS FIRST NIGHT IS NEVER HELD FOR CHANGE.
004298*================================================================
004299 2400-find-prior.
00429A     move "N" to gen-prior-eof-sw
00429B     move 0   to calc-request-id
00429C     start calc-input-file
00429D         key is greater than calc-request-id
00429E         invalid key
00429F             move "Y" to gen-prior-eof-sw
00429G     end-start
00429H     perform 2410-check-one-prior thru 2410-check-one-prior-exit
00429I         until gen-prior-eof
00429J 2400-find-prior-exit.
00429K     exit.
00429L
00429M 2410-check-one-prior.
00429N     read calc-input-file next record
00429O         at end
00429P             move "Y" to gen-prior-eof-sw
00429Q             go to 2410-check-one-prior-exit
00429R     end-read
00429S     if calc-input-approver  = "CALCGEN" and
00429T             calc-input-requestor = calc-std-requestor and
00429U             calc-input-expr      = calc-std-expr
00429V         move calc-request-id to gen-prior-id
00429W     end-if
00429X 2410-check-one-prior-exit.
00429Y     exit.
004300
004310*================================================================
004320*  3000-FINALIZE.
004410     write gen-report-line from gen-report-total
004420     close standing-file
004430     close calc-input-file
004435     close calc-user-file
004440     close gen-report-file
004450     display "CALCGEN: " gen-made-count " REQUESTS GENERATED, "
004460         gen-bad-count " REFUSED"
