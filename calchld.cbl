000010 identification division.
000020 program-id.  calchld.
000030 author.      data processing.
000040 installation. ops-applications.
000050 date-written. 10/15/2026.
000060 date-compiled.
000070*================================================================
000080*  MODIFICATION HISTORY
000090*  ----------------------------------------------------------
000100*  10/15/26  DP   ORIGINAL PROGRAM.  SUPERVISOR RELEASE SCREEN
000110*                 FOR ANSWERS CALCBAT HELD FOR BREAKING A
000120*                 TOLERANCE LIMIT (CALCOUT RETURN CODE 70):
000130*                 BROWSES THE HELD ANSWERS NOT YET RELEASED,
000140*                 SHOWING EACH ONE'S EXPRESSION, REQUESTOR, THE
000150*                 ANSWER, WHICH LIMIT IT BROKE AND THE BASIS
000160*                 ANSWER, AND RELEASES THE ONE ON SCREEN WITH
000170*                 THE SUPERVISOR'S ID AND THE DATE STAMPED ON
000180*                 CALCOUT.  CALCGLX EXTRACTS A RELEASED ANSWER;
000190*                 AN UNRELEASED ONE STAYS OFF THE LEDGER.  THE
000200*                 SAME SIGN-OFF RULES AS CALCAPP: AN ACTIVE
000210*                 CALCUSR SUPERVISOR, NEVER ON THEIR OWN REQUEST.
000220*================================================================
000230 environment division.
000240 configuration section.
000250 special-names.
000260     console is crt.
000270 input-output section.
000280 file-control.
000290     select calc-output-file assign to "CALCOUT"
000300         organization is indexed
000310         access mode is dynamic
000320         record key is calc-out-id
000330         file status is hld-output-status.
000340     select calc-input-file assign to "CALCIN"
000350         organization is indexed
000360         access mode is random
000370         record key is calc-request-id
000380         file status is hld-input-status.
000390*    the requestor master -- who may sign off, and who may not.
000400     select calc-user-file assign to "CALCUSR"
000410         organization is indexed
000420         access mode is random
000430         record key is calc-usr-id
000440         file status is hld-user-status.
000450
000460 data division.
000470 file section.
000480 fd  calc-output-file.
000490     copy calcoutrec.
000500
000510 fd  calc-input-file.
000520     copy calcinrec.
000530
000540 fd  calc-user-file.
000550     copy calcusrrec.
000560
000570 working-storage section.
000580 01  hld-output-status           pic x(02) value "00".
000590 01  hld-input-status            pic x(02) value "00".
000600 01  hld-user-status             pic x(02) value "00".
000610
000620 01  hld-switches.
000630     05  hld-exit-sw             pic x(01) value "N".
000640         88  hld-done            value "Y".
000650     05  hld-found-sw            pic x(01) value "N".
000660         88  hld-found           value "Y".
000670     05  hld-eof-sw              pic x(01) value "N".
000680         88  hld-eof             value "Y".
000690
000700 01  hld-action                  pic x(01) value space.
000710 01  hld-supervisor              pic x(08) value spaces.
000720 01  hld-today                   pic 9(08) value 0.
000730
000740*    the held answer on screen -- hld-key zero means nothing is
000750*    on screen yet, so R has nothing to act on.  the run date
000760*    and time tell a release apart from a rerun's new answer.
000770 01  hld-key                     pic 9(09) value 0.
000780 01  hld-run-date                pic 9(08) value 0.
000790 01  hld-run-time                pic 9(08) value 0.
000800 01  hld-expr                    pic x(80) value spaces.
000810 01  hld-requestor               pic x(08) value spaces.
000820 01  hld-answer                  pic x(20) value spaces.
000830 01  hld-reason                  pic x(40) value spaces.
000840 01  hld-limit                   pic x(30) value spaces.
000850 01  hld-basis                   pic x(20) value spaces.
000860 01  hld-message                 pic x(67) value spaces.
000870
000880 01  hld-pct-edit                pic zzz9.99.
000890
000900     copy calcnumif.
000910
000920*================================================================
000930*  RELEASE-SCREEN -- THE SUPERVISOR ID AND THE ACTION ARE THE
000940*  ONLY FIELDS TYPED INTO; THE HELD ANSWER ON SCREEN IS
000950*  DISPLAY-ONLY, REFRESHED AS THE BROWSE MOVES.
000960*================================================================
000970 screen section.
000980 01  release-screen.
000990     05  blank screen.
001000     05  line 01 column 01 value "CALCOUT -- HELD ANSWER RELEASE".
001010     05  line 02 column 01 value
001020         "------------------------------------------------------".
001030     05  line 04 column 01 value "SUPERVISOR: ".
001040     05  line 04 column 13 pic x(08) using hld-supervisor.
001050     05  line 04 column 24 value "ACTION: ".
001060     05  line 04 column 32 pic x(01) using hld-action.
001070     05  line 04 column 35 value
001080         "(N=NEXT HELD R=RELEASE Q=QUIT)".
001090     05  line 06 column 01 value "REQUEST ID: ".
001100     05  line 06 column 13 pic zzzzzzzz9 from hld-key.
001110     05  line 06 column 24 value "REQUESTOR: ".
001120     05  line 06 column 35 pic x(08) from hld-requestor.
001130     05  line 06 column 45 value "RUN: ".
001140     05  line 06 column 50 pic 9(08) from hld-run-date.
001150     05  line 07 column 01 value "EXPRESSION:".
001160     05  line 08 column 01 pic x(80) from hld-expr.
001170     05  line 10 column 01 value "ANSWER:     ".
001180     05  line 10 column 13 pic x(20) from hld-answer.
001190     05  line 10 column 35 pic x(40) from hld-reason.
001200     05  line 11 column 01 value "LIMIT:      ".
001210     05  line 11 column 13 pic x(30) from hld-limit.
001220     05  line 11 column 45 value "BASIS: ".
001230     05  line 11 column 52 pic x(20) from hld-basis.
001240     05  line 13 column 01 value "MESSAGE:    ".
001250     05  line 13 column 13 pic x(67) from hld-message.
001260     05  line 15 column 01 value
001270         "N SHOWS THE NEXT HELD ANSWER IN KEY ORDER.  R SENDS".
001280     05  line 16 column 01 value
001290         "THE ANSWER SHOWN ABOVE TO THE LEDGER UNDER YOUR ID.".
001300
001310 procedure division.
001320
001330*================================================================
001340*  0000-MAINLINE.
001350*================================================================
001360 0000-mainline.
001370     perform 1000-initialize    thru 1000-initialize-exit
001380     if not hld-done
001390         perform 2000-process-one thru 2000-process-one-exit
001400             until hld-done
001410         close calc-output-file
001420         close calc-input-file
001430         close calc-user-file
001440     end-if
001450     goback.
001460
001470*================================================================
001480*  1000-INITIALIZE.  OPEN CALCOUT FOR UPDATE -- A RELEASE IS A
001490*  REWRITE IN PLACE.  NO CALCOUT MEANS NOTHING IS HELD.  CALCIN
001500*  NAMES THE REQUESTOR, AND NO CALCUSR MEANS NOBODY CAN BE
001510*  VOUCHED FOR, SO NO RELEASES WITHOUT EITHER.
001520*================================================================
001530 1000-initialize.
001540     accept hld-today from date yyyymmdd
001550     open i-o calc-output-file
001560     if hld-output-status <> "00"
001570         display "CALCHLD: UNABLE TO OPEN CALCOUT, STATUS="
001580             hld-output-status
001590         move "Y" to hld-exit-sw
001600         go to 1000-initialize-exit
001610     end-if
001620     open input calc-input-file
001630     if hld-input-status <> "00"
001640         display "CALCHLD: UNABLE TO OPEN CALCIN, STATUS="
001650             hld-input-status
001660         move "Y" to hld-exit-sw
001670         close calc-output-file
001680         go to 1000-initialize-exit
001690     end-if
001700     open input calc-user-file
001710     if hld-user-status <> "00"
001720         display "CALCHLD: UNABLE TO OPEN CALCUSR, STATUS="
001730             hld-user-status
001740         move "Y" to hld-exit-sw
001750         close calc-output-file
001760         close calc-input-file
001770     end-if
001780 1000-initialize-exit.
001790     exit.
001800
001810*================================================================
001820*  2000-PROCESS-ONE.  PAINT THE SCREEN, TAKE ONE ACTION, DO IT.
001830*================================================================
001840 2000-process-one.
001850     display release-screen
001860     accept release-screen
001870     move spaces to hld-message
001880
001890     evaluate hld-action
001900         when "Q"
001910         when "q"
001920             move "Y" to hld-exit-sw
001930         when "N"
001940         when "n"
001950             perform 2100-next-held thru 2100-next-held-exit
001960         when "R"
001970         when "r"
001980             perform 2200-release-one thru 2200-release-one-exit
001990         when other
002000             move "ACTION MUST BE N, R OR Q" to hld-message
002010     end-evaluate
002020 2000-process-one-exit.
002030     exit.
002040
002050*================================================================
002060*  2100-NEXT-HELD.  WALK FORWARD FROM THE ANSWER ON SCREEN TO
002070*  THE NEXT ONE HELD AND NOT YET RELEASED; AT END OF FILE THE
002080*  NEXT N STARTS OVER FROM THE LOWEST KEY.
002090*================================================================
002100 2100-next-held.
002110     move hld-key to calc-out-id
002120     start calc-output-file
002130         key is greater than calc-out-id
002140         invalid key
002150             move "NO MORE HELD -- N AGAIN STARTS OVER"
002160                 to hld-message
002170             perform 2900-clear-screen thru 2900-clear-screen-exit
002180             go to 2100-next-held-exit
002190     end-start
002200     move "N" to hld-found-sw
002210     move "N" to hld-eof-sw
002220     perform 2110-read-for-held thru 2110-read-for-held-exit
002230         until hld-found or hld-eof
002240     if not hld-found
002250         move "NO MORE HELD -- N AGAIN STARTS OVER"
002260             to hld-message
002270         perform 2900-clear-screen thru 2900-clear-screen-exit
002280         go to 2100-next-held-exit
002290     end-if
002300     perform 2120-show-held thru 2120-show-held-exit
002310     move "HELD ANSWER SHOWN -- R RELEASES IT TO THE LEDGER"
002320         to hld-message
002330 2100-next-held-exit.
002340     exit.
002350
002360*================================================================
002370*  2110-READ-FOR-HELD.  ONE RECORD FORWARD -- CLEAN, FAILED AND
002380*  ALREADY RELEASED ANSWERS ARE NONE OF THE REVIEWER'S BUSINESS.
002390*================================================================
002400 2110-read-for-held.
002410     read calc-output-file next record
002420         at end
002430             move "Y" to hld-eof-sw
002440             go to 2110-read-for-held-exit
002450     end-read
002460     if calc-out-held and not calc-out-tol-released
002470         move "Y" to hld-found-sw
002480     end-if
002490 2110-read-for-held-exit.
002500     exit.
002510
002520*================================================================
002530*  2120-SHOW-HELD.  THE HELD ANSWER, THE LIMIT IT BROKE (OFF ITS
002540*  CALCIN REQUEST) AND, FOR A PERCENT CHANGE, THE BASIS ANSWER
002550*  IT WAS MEASURED AGAINST.
002560*================================================================
002570 2120-show-held.
002580     move calc-out-id       to hld-key
002590     move calc-out-run-date to hld-run-date
002600     move calc-out-run-time to hld-run-time
002610     move "T"               to calc-num-function
002620     move calc-out-result   to calc-num-value
002630     call "calcnum" using calc-num-call
002640     move calc-num-text     to hld-answer
002650     move spaces to hld-limit
002660     move spaces to hld-basis
002670     move calc-out-id to calc-request-id
002680     read calc-input-file
002690         invalid key
002700             move "(REQUEST NOT ON CALCIN)" to hld-expr
002710             move spaces to hld-requestor
002720             move spaces to calc-input-record
002730     end-read
002740     if hld-input-status = "00"
002750         move calc-input-expr      to hld-expr
002760         move calc-input-requestor to hld-requestor
002770     end-if
002780     evaluate true
002790         when calc-out-tol-low
002800             move "BELOW THE MINIMUM ALLOWED" to hld-reason
002810             if hld-input-status = "00"
002820                 move calc-input-tol-min to calc-num-value
002830                 call "calcnum" using calc-num-call
002840                 string "MINIMUM " calc-num-text
002850                     delimited by size into hld-limit
002860             end-if
002870         when calc-out-tol-high
002880             move "ABOVE THE MAXIMUM ALLOWED" to hld-reason
002890             if hld-input-status = "00"
002900                 move calc-input-tol-max to calc-num-value
002910                 call "calcnum" using calc-num-call
002920                 string "MAXIMUM " calc-num-text
002930                     delimited by size into hld-limit
002940             end-if
002950         when other
002960             move "CHANGED MORE THAN ALLOWED FROM THE BASIS"
002970                 to hld-reason
002980             if hld-input-status = "00"
002990                 move calc-input-tol-pct to hld-pct-edit
003000                 string "MAX CHANGE " hld-pct-edit " PCT"
003010                     delimited by size into hld-limit
003020             end-if
003030             move calc-out-tol-basis to calc-num-value
003040             call "calcnum" using calc-num-call
003050             move calc-num-text to hld-basis
003060     end-evaluate
003070 2120-show-held-exit.
003080     exit.
003090
003100*================================================================
003110*  2200-RELEASE-ONE.  STAMP THE RELEASE, THE SUPERVISOR AND
003120*  TODAY ON THE ANSWER ON SCREEN.  THE SUPERVISOR MUST BE AN
003130*  ACTIVE CALCUSR ID WITH SUPERVISOR AUTHORITY.  THE ANSWER IS
003140*  RE-READ AND RE-CHECKED FIRST -- ANOTHER SESSION MAY HAVE
003150*  RELEASED IT, OR A RERUN REPLACED IT -- AND A SUPERVISOR'S
003160*  OWN REQUEST IS REFUSED.
003170*================================================================
003180 2200-release-one.
003190     if hld-supervisor = spaces
003200         move "SUPERVISOR ID IS REQUIRED" to hld-message
003210         go to 2200-release-one-exit
003220     end-if
003230     move hld-supervisor to calc-usr-id
003240     read calc-user-file
003250         invalid key
003260             move "SUPERVISOR ID IS NOT ON THE CALCUSR MASTER"
003270                 to hld-message
003280             go to 2200-release-one-exit
003290     end-read
003300     if not calc-usr-is-active
003310         move "SUPERVISOR ID IS INACTIVE ON THE CALCUSR MASTER"
003320             to hld-message
003330         go to 2200-release-one-exit
003340     end-if
003350     if not calc-usr-is-supervisor
003360         move "THAT ID HAS NO SUPERVISOR AUTHORITY"
003370             to hld-message
003380         go to 2200-release-one-exit
003390     end-if
003400     if hld-key = 0
003410         move "NOTHING ON SCREEN -- N SHOWS THE NEXT HELD"
003420             to hld-message
003430         go to 2200-release-one-exit
003440     end-if
003450*    a second pair of eyes means a different pair of eyes.
003460     move hld-key to calc-request-id
003470     read calc-input-file
003480         invalid key
003490             move spaces to calc-input-requestor
003500     end-read
003510     if calc-input-requestor = hld-supervisor
003520         move "YOU MAY NOT RELEASE YOUR OWN REQUEST"
003530             to hld-message
003540         go to 2200-release-one-exit
003550     end-if
003560     move hld-key to calc-out-id
003570     read calc-output-file
003580         invalid key
003590             move "ANSWER NO LONGER ON FILE" to hld-message
003600             perform 2900-clear-screen thru 2900-clear-screen-exit
003610             go to 2200-release-one-exit
003620     end-read
003630     if not calc-out-held or
003640             calc-out-run-date <> hld-run-date or
003650             calc-out-run-time <> hld-run-time
003660         move "ANSWER REPLACED BY A LATER RUN -- N AGAIN"
003670             to hld-message
003680         go to 2200-release-one-exit
003690     end-if
003700     if calc-out-tol-released
003710         move "ALREADY RELEASED BY ANOTHER SESSION"
003720             to hld-message
003730         go to 2200-release-one-exit
003740     end-if
003750     move "Y"            to calc-out-tol-release
003760     move hld-supervisor to calc-out-tol-releaser
003770     move hld-today      to calc-out-tol-rel-date
003780     rewrite calc-output-record
003790         invalid key
003800             move "REWRITE FAILED" to hld-message
003810             go to 2200-release-one-exit
003820     end-rewrite
003830     move "RELEASED -- N SHOWS THE NEXT HELD ANSWER"
003840         to hld-message
003850 2200-release-one-exit.
003860     exit.
003870
003880*================================================================
003890*  2900-CLEAR-SCREEN.  NOTHING ON SCREEN.
003900*================================================================
003910 2900-clear-screen.
003920     move 0      to hld-key
003930     move 0      to hld-run-date
003940     move 0      to hld-run-time
003950     move spaces to hld-expr
003960     move spaces to hld-requestor
003970     move spaces to hld-answer
003980     move spaces to hld-reason
003990     move spaces to hld-limit
004000     move spaces to hld-basis
004010 2900-clear-screen-exit.
004020     exit.
