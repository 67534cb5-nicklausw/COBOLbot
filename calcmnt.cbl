000168*                 A CHANGE LEAVES THE APPROVAL STATUS ALONE SO
000169*                 THE MORNING CORRECT-AND-REPROCESS FLOW STILL
00016A*                 WORKS WITHOUT A SECOND TRIP TO THE REVIEWER.
00016B*  10/15/26  DP   CARRY THE REQUESTOR ON THE SCREEN AND THE
00016C*                 RECORD.  AN ADD OR CHANGE IS REFUSED UNLESS IT
00016D*                 NAMES AN ACTIVE ID ON THE CALCUSR MASTER.
00016E*  10/15/26  DP   WARN, WITHOUT REFUSING, WHEN AN ADDED OR
00016F*                 CHANGED RECORD'S EARLIEST RUN DATE IS NOT A
00016G*                 BUSINESS DAY ON THE CALCCAL CALENDAR.
00016H*  10/15/26  DP   CARRY THE RESULT TOLERANCE LIMITS (MINIMUM,
00016I*                 MAXIMUM, MAXIMUM PERCENT CHANGE AND THE BASIS
00016J*                 REQUEST) ON THE SCREEN AND THE RECORD, SAME
00016K*                 EDITS AS THE ENTRY SCREEN.  MESSAGE LINE MOVES
00016L*                 TO LINE 12.
00016M*  10/15/26  DP   STAMP THE ENTRY DATE AND TIME ON AN ADDED
00016N*                 RECORD.  A CHANGE LEAVES THE LIFECYCLE STAMPS
00016O*                 ALONE, AS IT DOES THE APPROVAL STATUS.
00016P*  10/15/26  DP   A CHANGE THAT GIVES AN APPROVED OR REJECTED
00016Q*                 RECORD A DIFFERENT REQUESTOR SENDS IT BACK TO
00016R*                 PENDING, APPROVER AND DECISION STAMP CLEARED,
00016S*                 SO NO ONE ENDS UP THE APPROVER OF THEIR OWN
00016T*                 REQUEST.
000170*================================================================
000180 environment division.
000190 configuration section.
000260         access mode is dynamic
000270         record key is calc-request-id
000280         file status is mnt-input-status.
000281*    the requestor master, looked up by id on every add/change.
000282     select calc-user-file assign to "CALCUSR"
000283         organization is indexed
000284         access mode is random
000285         record key is calc-usr-id
000286         file status is mnt-user-status.
000290
000300 data division.
000310 file section.
000320 fd  calc-input-file.
000330     copy calcinrec.
000332
000334 fd  calc-user-file.
000336     copy calcusrrec.
000340
000350 working-storage section.
000360     copy calcif.
000365     copy calccalif.
000366*    the limits are keyed and shown as text through calcnum.
000367     copy calcnumif.
000370
000380 01  mnt-input-status            pic x(02) value "00".
000385 01  mnt-user-status             pic x(02) value "00".
000390
000400 01  mnt-switches.
000410     05  mnt-exit-sw             pic x(01) value "N".
000420         88  mnt-done            value "Y".
000430     05  mnt-valid-sw            pic x(01) value "N".
000440         88  mnt-expr-good       value "Y".
000443     05  mnt-reopen-sw           pic x(01) value "N".
000446         88  mnt-reopened        value "Y".
000450
000460 01  mnt-action                  pic x(01) value space.
000470 01  mnt-key                     pic 9(09) value 0.
000480 01  mnt-expr                    pic x(80) value spaces.
000481*    who asked for it -- must be an active id on CALCUSR.
000482 01  mnt-requestor               pic x(08) value spaces.
000483*    per-request answer shaping, carried on the record.
000484 01  mnt-dec-places              pic 9(01) value 0.
000485 01  mnt-round-mode              pic x(01) value " ".
000486*    per-request scheduling, carried on the record.
000487 01  mnt-priority                pic 9(01) value 5.
000488 01  mnt-earliest                pic 9(08) value 0.
000489 01  mnt-earliest-mm             pic 9(02) value 0.
00048A 01  mnt-earliest-dd             pic 9(02) value 0.
00048B*    result tolerance limits, as keyed or shown and as checked.
00048C 01  mnt-tol-min-text            pic x(20) value spaces.
00048D 01  mnt-tol-max-text            pic x(20) value spaces.
00048E 01  mnt-tol-pct-text            pic x(08) value spaces.
00048F 01  mnt-tol-basis               pic 9(09) value 0.
00048G 01  mnt-tol-min-sw              pic x(01) value "N".
00048H 01  mnt-tol-min                 pic s9(09)v9(09) value 0.
00048I 01  mnt-tol-max-sw              pic x(01) value "N".
00048J 01  mnt-tol-max                 pic s9(09)v9(09) value 0.
00048K 01  mnt-tol-pct                 pic 9(04)v9(02) value 0.
000490 01  mnt-message                 pic x(70) value spaces.
000500
000510*================================================================
000650         "(B=BROWSE S=SEEK A=ADD C=CHANGE D=DELETE Q=QUIT)".
000660     05  line 05 column 01 value "REQUEST ID: ".
000670     05  line 05 column 13 pic 9(09) using mnt-key.
000673     05  line 05 column 24 value "REQUESTOR: ".
000676     05  line 05 column 35 pic x(08) using mnt-requestor.
000680     05  line 07 column 01 value "EXPRESSION:".
000690     05  line 08 column 01 pic x(80) using mnt-expr.
000691     05  line 09 column 01 value "DECIMALS: ".
000696     05  line 09 column 41 pic 9(01) using mnt-priority.
000697     05  line 09 column 44 value "EARLIEST: ".
000698     05  line 09 column 54 pic 9(08) using mnt-earliest.
000699     05  line 10 column 01 value "LIMITS -- MIN: ".
00069A     05  line 10 column 16 pic x(20) using mnt-tol-min-text.
00069B     05  line 10 column 38 value "MAX: ".
00069C     05  line 10 column 43 pic x(20) using mnt-tol-max-text.
00069D     05  line 11 column 01 value "MAX % CHANGE: ".
00069E     05  line 11 column 15 pic x(08) using mnt-tol-pct-text.
00069F     05  line 11 column 25 value "COMPARE WITH ID (0=OWN): ".
00069G     05  line 11 column 50 pic 9(09) using mnt-tol-basis.
000700     05  line 12 column 01 value "MESSAGE:    ".
000710     05  line 12 column 13 pic x(67) from mnt-message.
000720     05  line 14 column 01 value
000730         "B SHOWS THE NEXT RECORD IN KEY ORDER; S SEEKS TO THE".
000740     05  line 15 column 01 value
000750         "FIRST KEY AT OR PAST REQUEST ID.  A/C VALIDATE THE".
000760     05  line 16 column 01 value
000770         "EXPRESSION AND LIMITS BEFORE THE FILE IS TOUCHED.".
000780
000790 procedure division.
000800
000870         perform 2000-process-one thru 2000-process-one-exit
000880             until mnt-done
000890         close calc-input-file
000895         close calc-user-file
000900     end-if
000910     goback.
000920
000930*================================================================
000940*  1000-INITIALIZE.  OPEN CALCIN FOR UPDATE.  A BRAND NEW FILE
000950*  (STATUS 35) GETS CREATED EMPTY AND REOPENED, SO THE SCREEN
000960*  CAN BE USED TO LOAD THE VERY FIRST RECORDS.  CALCUSR IS
000965*  OPENED FOR THE REQUESTOR LOOKUPS.
000970*================================================================
000980 1000-initialize.
000990     open i-o calc-input-file
001060         display "CALCMNT: UNABLE TO OPEN CALCIN, STATUS="
001070             mnt-input-status
001080         move "Y" to mnt-exit-sw
001085         go to 1000-initialize-exit
001090     end-if
001091*    no requestor master, no way to vouch for anyone -- refuse
001092*    to maintain the file rather than let unchecked codes in.
001093     open input calc-user-file
001094     if mnt-user-status <> "00"
001095         display "CALCMNT: UNABLE TO OPEN CALCUSR, STATUS="
001096             mnt-user-status
001097         move "Y" to mnt-exit-sw
001098         close calc-input-file
001099     end-if
001100 1000-initialize-exit.
001110     exit.
001120
001170     display maint-screen
001180     accept maint-screen
001190     move spaces to mnt-message
001195     move "N"    to mnt-reopen-sw
001200
001210     evaluate mnt-action
001220         when "Q"
001640         not at end
001650             move calc-request-id to mnt-key
001660             move calc-input-expr to mnt-expr
001661             move calc-input-requestor to mnt-requestor
001662             if calc-input-dec-places is numeric
001663                 move calc-input-dec-places to mnt-dec-places
001664             else
001665                 move 0 to mnt-dec-places
001666             end-if
001667             move calc-input-round-mode to mnt-round-mode
00166A*            records from before the scheduling fields existed
00166B*            read back with spaces -- show them as the defaults
00166C*            the batch treats them as.
00166L             else
00166M                 move 0 to mnt-earliest
00166N             end-if
00166O             perform 2110-show-limits thru 2110-show-limits-exit
001670             move "SHOWING RECORD" to mnt-message
001680     end-read
001690 2100-browse-next-exit.
001700     exit.
001701
001702*================================================================
001703*  2110-SHOW-LIMITS.  STORED LIMITS BACK AS TEXT.  A RECORD FROM
001704*  BEFORE THE LIMITS EXISTED READS BACK SPACES: NO LIMITS.
001705*================================================================
001706 2110-show-limits.
001707     move spaces to mnt-tol-min-text
001708     move spaces to mnt-tol-max-text
001709     move spaces to mnt-tol-pct-text
00170A     move 0      to mnt-tol-basis
00170B     move "T"    to calc-num-function
00170C     if calc-input-has-min and calc-input-tol-min is numeric
00170D         move calc-input-tol-min to calc-num-value
00170E         call "calcnum" using calc-num-call
00170F         move calc-num-text to mnt-tol-min-text
00170G     end-if
00170H     if calc-input-has-max and calc-input-tol-max is numeric
00170I         move calc-input-tol-max to calc-num-value
00170J         call "calcnum" using calc-num-call
00170K         move calc-num-text to mnt-tol-max-text
00170L     end-if
00170M     if calc-input-tol-pct is numeric and calc-input-tol-pct > 0
00170N         move calc-input-tol-pct to calc-num-value
00170O         call "calcnum" using calc-num-call
00170P         move calc-num-text to mnt-tol-pct-text
00170Q     end-if
00170R     if calc-input-tol-basis is numeric
00170S         move calc-input-tol-basis to mnt-tol-basis
00170T     end-if
00170U 2110-show-limits-exit.
00170V     exit.
001710
001720*================================================================
001730*  2200-SEEK-KEY.  POSITION THE BROWSE AT THE FIRST KEY AT OR
001977     if mnt-message <> spaces
001978         go to 2300-add-record-exit
001979     end-if
00197A     perform 3200-validate-requestor
00197B         thru 3200-validate-requestor-exit
00197C     if mnt-message <> spaces
00197D         go to 2300-add-record-exit
00197E     end-if
00197F     perform 3400-validate-limits thru 3400-validate-limits-exit
00197G     if mnt-message <> spaces
00197H         go to 2300-add-record-exit
00197I     end-if
001980     move mnt-key  to calc-request-id
001990     move mnt-expr to calc-input-expr
001991     move mnt-dec-places to calc-input-dec-places
001992     move mnt-round-mode to calc-input-round-mode
00199A     move mnt-priority   to calc-input-priority
00199B     move mnt-earliest   to calc-input-earliest
001993*    a fresh add carries the requestor keyed on screen -- don't
001994*    let whatever the last read left in the record buffer leak
001995*    onto the file -- and waits for supervisor approval like any
001996*    other entry.
001997     move mnt-requestor to calc-input-requestor
001998     move "P"    to calc-input-approval
001999     move spaces to calc-input-approver
00199A     perform 3500-move-limits thru 3500-move-limits-exit
0019A1     accept calc-input-entry-date from date yyyymmdd
0019A2     accept calc-input-entry-time from time
0019A3     move 0 to calc-input-decided-date
0019A4     move 0 to calc-input-decided-time
002000     write calc-input-record
002010         invalid key
002020             move "THAT REQUEST ID IS ALREADY ON FILE"
002030                 to mnt-message
002040         not invalid key
002050             move "RECORD ADDED" to mnt-message
002053             perform 3300-check-business-day
002056                 thru 3300-check-business-day-exit
002060     end-write
002070 2300-add-record-exit.
002080     exit.
002177     if mnt-message <> spaces
002178         go to 2400-change-record-exit
002179     end-if
00217A     perform 3200-validate-requestor
00217B         thru 3200-validate-requestor-exit
00217C     if mnt-message <> spaces
00217D         go to 2400-change-record-exit
00217E     end-if
00217F     perform 3400-validate-limits thru 3400-validate-limits-exit
00217G     if mnt-message <> spaces
00217H         go to 2400-change-record-exit
00217I     end-if
002180     move mnt-key to calc-request-id
002190     read calc-input-file
002200         invalid key
002242     move mnt-round-mode to calc-input-round-mode
002243     move mnt-priority   to calc-input-priority
002244     move mnt-earliest   to calc-input-earliest
002245*    a decision stands for the requestor it was made about.  a
002246*    new requestor on a decided record goes back to pending for
002247*    a fresh sign-off, or the old approver could be left as the
002248*    approver of their own request.
00224A     if mnt-requestor <> calc-input-requestor
00224B         and (calc-input-approval = "A" or
00224C              calc-input-approval = "R")
00224D         move "Y"    to mnt-reopen-sw
00224E         move "P"    to calc-input-approval
00224F         move spaces to calc-input-approver
00224G         move 0      to calc-input-decided-date
00224H         move 0      to calc-input-decided-time
00224I     end-if
00224J     move mnt-requestor  to calc-input-requestor
00224K     perform 3500-move-limits thru 3500-move-limits-exit
002250     rewrite calc-input-record
002260         invalid key
002270             move "REWRITE FAILED" to mnt-message
002280         not invalid key
002290             move "RECORD CHANGED" to mnt-message
0022AE             if mnt-reopened
0022AF                 move "RECORD CHANGED -- BACK FOR APPROVAL"
0022AG                     to mnt-message
0022AH             end-if
0022AI             perform 3300-check-business-day
0022AJ                 thru 3300-check-business-day-exit
002300     end-rewrite
002310 2400-change-record-exit.
002320     exit.
002950     end-if
002960 3100-validate-sched-exit.
002970     exit.
002980
002990*================================================================
003000*  3200-VALIDATE-REQUESTOR.  THE SAME REQUESTOR EDIT THE ENTRY
003010*  SCREEN MAKES: REQUIRED, ON THE CALCUSR MASTER, AND ACTIVE.
003020*  A REFUSAL LEAVES ITS REASON ON THE MESSAGE LINE.
003030*================================================================
003040 3200-validate-requestor.
003050     if mnt-requestor = spaces
003060         move "REQUESTOR CODE IS REQUIRED" to mnt-message
003070         go to 3200-validate-requestor-exit
003080     end-if
003090     move mnt-requestor to calc-usr-id
003100     read calc-user-file
003110         invalid key
003120             move "REQUESTOR IS NOT ON THE CALCUSR MASTER"
003130                 to mnt-message
003140             go to 3200-validate-requestor-exit
003150     end-read
003160     if not calc-usr-is-active
003170         move "REQUESTOR IS INACTIVE ON THE CALCUSR MASTER"
003180             to mnt-message
003190     end-if
003200 3200-validate-requestor-exit.
003210     exit.
003220
003230*================================================================
003240*  3300-CHECK-BUSINESS-DAY.  AN EARLIEST RUN DATE ON A WEEKEND
003250*  OR HOLIDAY IS LEGAL -- THE REQUEST SIMPLY WAITS -- BUT IS
003260*  USUALLY A KEYING SLIP, SO THE USER IS TOLD.
003270*================================================================
003280 3300-check-business-day.
003290     if calc-input-earliest = 0
003300         go to 3300-check-business-day-exit
003310     end-if
003320     move "T"                 to calc-bday-function
003330     move calc-input-earliest to calc-bday-date
003340     call "calccal" using calc-bday-call
003350     if calc-bday-ok and not calc-bday-is-business
003360         if mnt-message = "RECORD ADDED"
003370             move "RECORD ADDED -- EARLIEST IS NOT A BUSINESS DAY"
003380                 to mnt-message
003390         else
003400             move
003410               "RECORD CHANGED -- EARLIEST IS NOT A BUSINESS DAY"
003420                 to mnt-message
003430         end-if
003431         if mnt-reopened
003432             move spaces to mnt-message
003433             string "RECORD CHANGED, BACK FOR APPROVAL -- "
003434                 "EARLIEST IS NOT A BUSINESS DAY"
003435                 delimited by size into mnt-message
003436         end-if
003440     end-if
003450 3300-check-business-day-exit.
003460     exit.
003470
003480*================================================================
003490*  3400-VALIDATE-LIMITS.  THE SAME LIMIT EDITS THE ENTRY SCREEN
003500*  MAKES: EACH LIMIT OPTIONAL, THE MINIMUM NOT ABOVE THE
003510*  MAXIMUM, A PERCENT OF 0 - 9999.99, AND A COMPARE-WITH ID
003520*  THAT IS ON CALCIN AND COMES WITH A PERCENT.  A REFUSAL
003530*  LEAVES ITS REASON ON THE MESSAGE LINE.
003540*================================================================
003550 3400-validate-limits.
003560     move "N" to mnt-tol-min-sw
003570     move 0   to mnt-tol-min
003580     move "N" to mnt-tol-max-sw
003590     move 0   to mnt-tol-max
003600     move 0   to mnt-tol-pct
003610     move "V"              to calc-num-function
003620     move mnt-tol-min-text to calc-num-text
003630     call "calcnum" using calc-num-call
003640     if calc-num-ok
003650         move "Y"            to mnt-tol-min-sw
003660         move calc-num-value to mnt-tol-min
003670     end-if
003680     if not calc-num-ok and not calc-num-blank
003690         string "MINIMUM: " calc-num-message
003700             delimited by size into mnt-message
003710         go to 3400-validate-limits-exit
003720     end-if
003730     move "V"              to calc-num-function
003740     move mnt-tol-max-text to calc-num-text
003750     call "calcnum" using calc-num-call
003760     if calc-num-ok
003770         move "Y"            to mnt-tol-max-sw
003780         move calc-num-value to mnt-tol-max
003790     end-if
003800     if not calc-num-ok and not calc-num-blank
003810         string "MAXIMUM: " calc-num-message
003820             delimited by size into mnt-message
003830         go to 3400-validate-limits-exit
003840     end-if
003850     if mnt-tol-min-sw = "Y" and mnt-tol-max-sw = "Y" and
003860             mnt-tol-min > mnt-tol-max
003870         move "THE MINIMUM IS ABOVE THE MAXIMUM" to mnt-message
003880         go to 3400-validate-limits-exit
003890     end-if
003900     move "V"              to calc-num-function
003910     move mnt-tol-pct-text to calc-num-text
003920     call "calcnum" using calc-num-call
003930     if not calc-num-ok and not calc-num-blank
003940         string "MAX % CHANGE: " calc-num-message
003950             delimited by size into mnt-message
003960         go to 3400-validate-limits-exit
003970     end-if
003980     if calc-num-value < 0 or calc-num-value > 9999.99
003990         move "MAX % CHANGE MUST BE 0 - 9999.99" to mnt-message
004000         go to 3400-validate-limits-exit
004010     end-if
004020     move calc-num-value to mnt-tol-pct
004030     if mnt-tol-basis = 0
004040         go to 3400-validate-limits-exit
004050     end-if
004060     if mnt-tol-pct = 0
004070         move "COMPARE WITH ID NEEDS A MAX % CHANGE"
004080             to mnt-message
004090         go to 3400-validate-limits-exit
004100     end-if
004110     move mnt-tol-basis to calc-request-id
004120     read calc-input-file
004130         invalid key
004140             move "COMPARE WITH ID IS NOT ON CALCIN"
004150                 to mnt-message
004160     end-read
004170 3400-validate-limits-exit.
004180     exit.
004190
004200*================================================================
004210*  3500-MOVE-LIMITS.  THE CHECKED LIMITS ONTO THE RECORD.
004220*================================================================
004230 3500-move-limits.
004240     move mnt-tol-min-sw   to calc-input-tol-min-sw
004250     move mnt-tol-min      to calc-input-tol-min
004260     move mnt-tol-max-sw   to calc-input-tol-max-sw
004270     move mnt-tol-max      to calc-input-tol-max
004280     move mnt-tol-pct      to calc-input-tol-pct
004290     move mnt-tol-basis    to calc-input-tol-basis
004300 3500-move-limits-exit.
004310     exit.
