000010 identification division.
000020 program-id.  calcvmt.
000030 author.      data processing.
000040 installation. ops-applications.
000050 date-written. 10/15/2026.
000060 date-compiled.
000070*================================================================
000080*  MODIFICATION HISTORY
000090*  ----------------------------------------------------------
000100*  10/15/26  DP   ORIGINAL PROGRAM.  MAINTENANCE SCREEN FOR THE
000110*                 CALCVARS NAMED CONSTANTS, REPLACING HAND EDITS
000120*                 OF THE FILE: ADD A CONSTANT, KEY A NEW DATED
000130*                 VALUE, OR END-DATE ONE.  NAME, VALUE AND DATE
000140*                 ARE EDITED THE WAY COBOLSTUFF WILL READ THEM,
000150*                 AND NO CHANGE MAY TAKE EFFECT ON A DATE AN
000160*                 ANSWER ON THE CALCAUD TRAIL WAS ALREADY
000170*                 CALCULATED UNDER THE OLD VALUE.  EVERYTHING
000180*                 KEYED STAYS PENDING UNTIL A SECOND PERSON --
000190*                 A CALCUSR SUPERVISOR -- RELEASES IT; ONLY
000200*                 THEN DOES COBOLSTUFF USE IT.  EVERY CHANGE IS
000210*                 LOGGED TO CALCVLOG WITH OLD AND NEW VALUE,
000220*                 EFFECTIVE DATE, USER AND TIMESTAMP.
000230*================================================================
000240 environment division.
000250 configuration section.
000260 special-names.
000270     console is crt.
000280 input-output section.
000290 file-control.
000300     select cvar-file assign to "CALCVARS"
000310         organization is line sequential
000320         file status is vmt-cvar-status.
000330     select vlog-file assign to "CALCVLOG"
000340         organization is line sequential
000350         file status is vmt-log-status.
000360*    the audit trail -- which constants each answer was really
000370*    calculated under, and as of what date.
000380     select audit-file assign to "CALCAUD"
000390         organization is line sequential
000400         file status is vmt-audit-status.
000410     select calc-user-file assign to "CALCUSR"
000420         organization is indexed
000430         access mode is random
000440         record key is calc-usr-id
000450         file status is vmt-user-status.
000460
000470 data division.
000480 file section.
000490 fd  cvar-file.
000500     copy calcvarrec.
000510
000520 fd  vlog-file.
000530     copy calcvlgrec.
000540
000550 fd  audit-file.
000560     copy auditrec.
000570
000580 fd  calc-user-file.
000590     copy calcusrrec.
000600
000610 working-storage section.
000620 01  vmt-cvar-status             pic x(02) value "00".
000630 01  vmt-log-status              pic x(02) value "00".
000640 01  vmt-audit-status            pic x(02) value "00".
000650 01  vmt-user-status             pic x(02) value "00".
000660
000670 01  vmt-switches.
000680     05  vmt-exit-sw             pic x(01) value "N".
000690         88  vmt-done            value "Y".
000700     05  vmt-eof-sw              pic x(01) value "N".
000710         88  vmt-eof             value "Y".
000720     05  vmt-used-sw             pic x(01) value "N".
000730         88  vmt-answers-used    value "Y".
000740     05  vmt-full-sw             pic x(01) value "N".
000750         88  vmt-file-too-big    value "Y".
000760
000770 01  vmt-action                  pic x(01) value space.
000780 01  vmt-user                    pic x(08) value spaces.
000790 01  vmt-name                    pic x(30) value spaces.
000800 01  vmt-value                   pic x(20) value spaces.
000810 01  vmt-effdate                 pic 9(08) value 0.
000820 01  vmt-eff-parts redefines vmt-effdate.
000830     05  vmt-eff-yyyy            pic 9(04).
000840     05  vmt-eff-mm              pic 9(02).
000850     05  vmt-eff-dd              pic 9(02).
000860 01  vmt-message                 pic x(67) value spaces.
000870
000880*    display-only detail of the record on screen, and of the
000890*    value in force today for its name.
000900 01  vmt-kind-text               pic x(12) value spaces.
000910 01  vmt-status-text             pic x(16) value spaces.
000920 01  vmt-keyed-by                pic x(08) value spaces.
000930 01  vmt-released-by             pic x(08) value spaces.
000940 01  vmt-inforce-value           pic x(20) value spaces.
000950 01  vmt-inforce-eff             pic x(08) value spaces.
000960
000970*    the whole of CALCVARS, reloaded before every action so two
000980*    screens never work from a stale copy, and written back
000990*    whole after a change -- a line sequential file has no
001000*    update in place.  the same 300 records cobolstuff holds; a
001010*    file with more than that is refused outright rather than
001020*    cut short on the rewrite.
001030 01  vmt-used                    pic 9(03) value 0.
001040 01  vmt-table.
001050     05  vmt-entry               occurs 300 times.
001060         10  vmt-tab-name        pic x(30).
001070         10  vmt-tab-value       pic x(20).
001080         10  vmt-tab-effdate     pic 9(08).
001090         10  vmt-tab-kind        pic x(01).
001100         10  vmt-tab-status      pic x(01).
001110         10  vmt-tab-keyed-by    pic x(08).
001120         10  vmt-tab-released-by pic x(08).
001130 01  vmt-sub                     pic 9(03) value 0.
001140 01  vmt-sub2                    pic 9(03) value 0.
001150 01  vmt-browse-sub              pic 9(03) value 0.
001160 01  vmt-found-sub               pic 9(03) value 0.
001170 01  vmt-if-sub                  pic 9(03) value 0.
001180 01  vmt-if-date                 pic 9(08) value 0.
001190 01  vmt-if-best                 pic 9(08) value 0.
001200 01  vmt-name-count              pic 9(03) value 0.
001210
001220*    name and value edits.
001230 01  vmt-name-len                pic 9(02) value 0.
001240 01  vmt-pos                     pic 9(02) value 0.
001250 01  vmt-char                    pic x(01) value space.
001260 01  vmt-blank-seen-sw           pic x(01) value "N".
001270 01  vmt-point-count             pic 9(02) value 0.
001280 01  vmt-int-digits              pic 9(02) value 0.
001290 01  vmt-frac-digits             pic 9(02) value 0.
001300 01  vmt-max-day                 pic 9(02) value 0.
001310 01  vmt-leap-quot               pic 9(04) value 0.
001320 01  vmt-leap-4                  pic 9(04) value 0.
001330 01  vmt-leap-100                pic 9(04) value 0.
001340 01  vmt-leap-400                pic 9(04) value 0.
001350
001360*    the back-dating test: " NAME=" looked for among each
001370*    answer's resolved constants.
001380 01  vmt-pattern                 pic x(32) value spaces.
001390 01  vmt-pattern-len             pic 9(02) value 0.
001400 01  vmt-scan-text               pic x(201) value spaces.
001410 01  vmt-hits                    pic 9(04) value 0.
001420 01  vmt-answer-date             pic 9(08) value 0.
001430
001440 01  vmt-today                   pic 9(08) value 0.
001450 01  vmt-now                     pic 9(08) value 0.
001460 01  vmt-log-action              pic x(01) value space.
001470 01  vmt-log-old                 pic x(20) value spaces.
001480 01  vmt-log-new                 pic x(20) value spaces.
001490
001500*================================================================
001510*  VARS-SCREEN -- USER ID, ACTION, NAME, VALUE AND EFFECTIVE
001520*  DATE ARE TYPED INTO; THE RECORD DETAIL AND THE VALUE IN
001530*  FORCE TODAY ARE DISPLAY-ONLY.
001540*================================================================
001550 screen section.
001560 01  vars-screen.
001570     05  blank screen.
001580     05  line 01 column 01 value
001590         "CALCVARS -- CONSTANT MAINTENANCE".
001600     05  line 02 column 01 value
001610         "------------------------------------------------------".
001620     05  line 04 column 01 value "USER ID:    ".
001630     05  line 04 column 13 pic x(08) using vmt-user.
001640     05  line 04 column 24 value "ACTION: ".
001650     05  line 04 column 32 pic x(01) using vmt-action.
001660     05  line 05 column 01 value
001670         "(B=BROWSE A=ADD C=CHANGE E=END-DATE".
001680     05  line 05 column 37 value
001690         " R=RELEASE W=WITHDRAW Q=QUIT)".
001700     05  line 07 column 01 value "NAME:       ".
001710     05  line 07 column 13 pic x(30) using vmt-name.
001720     05  line 08 column 01 value "VALUE:      ".
001730     05  line 08 column 13 pic x(20) using vmt-value.
001740     05  line 08 column 36 value "EFFECTIVE: ".
001750     05  line 08 column 47 pic 9(08) using vmt-effdate.
001760     05  line 09 column 01 value "ENTRY:      ".
001770     05  line 09 column 13 pic x(12) from vmt-kind-text.
001780     05  line 09 column 27 pic x(16) from vmt-status-text.
001790     05  line 09 column 45 value "KEYED BY: ".
001800     05  line 09 column 55 pic x(08) from vmt-keyed-by.
001810     05  line 10 column 01 value "RELEASED BY:".
001820     05  line 10 column 13 pic x(08) from vmt-released-by.
001830     05  line 11 column 01 value "IN FORCE:   ".
001840     05  line 11 column 13 pic x(20) from vmt-inforce-value.
001850     05  line 11 column 36 value "SINCE:     ".
001860     05  line 11 column 47 pic x(08) from vmt-inforce-eff.
001870     05  line 13 column 01 value "MESSAGE:    ".
001880     05  line 13 column 13 pic x(67) from vmt-message.
001890     05  line 15 column 01 value
001900         "A, C AND E KEY A PENDING CHANGE; R RELEASES THE ONE".
001910     05  line 16 column 01 value
001920         "FOR NAME AND DATE -- A SUPERVISOR, NOT ITS KEYER".
001930     05  line 17 column 01 value
001940         "W WITHDRAWS IT UNRELEASED.".
001950
001960 procedure division.
001970
001980*================================================================
001990*  0000-MAINLINE.
002000*================================================================
002010 0000-mainline.
002020     perform 1000-initialize    thru 1000-initialize-exit
002030     if not vmt-done
002040         perform 2000-process-one thru 2000-process-one-exit
002050             until vmt-done
002060         close calc-user-file
002070         close vlog-file
002080     end-if
002090     goback.
002100
002110*================================================================
002120*  1000-INITIALIZE.  CALCUSR VOUCHES FOR EVERY USER ID, AND THE
002130*  CHANGE LOG MUST BE WRITABLE -- AN UNLOGGED RATE CHANGE IS
002140*  EXACTLY WHAT THIS SCREEN EXISTS TO STOP.  A NEW LOG (STATUS
002150*  35) IS CREATED.
002160*================================================================
002170 1000-initialize.
002180     open input calc-user-file
002190     if vmt-user-status <> "00"
002200         display "CALCVMT: UNABLE TO OPEN CALCUSR, STATUS="
002210             vmt-user-status
002220         move "Y" to vmt-exit-sw
002230         go to 1000-initialize-exit
002240     end-if
002250     open extend vlog-file
002260     if vmt-log-status = "35"
002270         open output vlog-file
002280     end-if
002290     if vmt-log-status <> "00"
002300         display "CALCVMT: UNABLE TO OPEN CALCVLOG, STATUS="
002310             vmt-log-status
002320         move "Y" to vmt-exit-sw
002330         close calc-user-file
002340     end-if
002350 1000-initialize-exit.
002360     exit.
002370
002380*================================================================
002390*  1100-LOAD-TABLE.  CALCVARS INTO VMT-TABLE.  A MISSING FILE IS
002400*  AN EMPTY ONE -- THE FIRST A CREATES IT.
002410*================================================================
002420 1100-load-table.
002430     move 0   to vmt-used
002440     move "N" to vmt-eof-sw
002450     move "N" to vmt-full-sw
002460     open input cvar-file
002470     if vmt-cvar-status <> "00"
002480         go to 1100-load-table-exit
002490     end-if
002500     perform 1110-load-one thru 1110-load-one-exit
002510         until vmt-eof
002520     close cvar-file
002530 1100-load-table-exit.
002540     exit.
002550
002560 1110-load-one.
002570     read cvar-file
002580         at end
002590             move "Y" to vmt-eof-sw
002600             go to 1110-load-one-exit
002610     end-read
002620     if vmt-used >= 300
002630         move "Y" to vmt-full-sw
002640         move "Y" to vmt-eof-sw
002650         go to 1110-load-one-exit
002660     end-if
002670     add 1 to vmt-used
002680     move cvar-rec-name        to vmt-tab-name(vmt-used)
002690     move cvar-rec-value       to vmt-tab-value(vmt-used)
002700     if cvar-rec-effdate is numeric
002710         move cvar-rec-effdate to vmt-tab-effdate(vmt-used)
002720     else
002730         move 0 to vmt-tab-effdate(vmt-used)
002740     end-if
002750     move cvar-rec-kind        to vmt-tab-kind(vmt-used)
002760     move cvar-rec-status      to vmt-tab-status(vmt-used)
002770     move cvar-rec-keyed-by    to vmt-tab-keyed-by(vmt-used)
002780     move cvar-rec-released-by to vmt-tab-released-by(vmt-used)
002790     inspect vmt-tab-name(vmt-used) converting
002800         "abcdefghijklmnopqrstuvwxyz" to
002810         "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
002820 1110-load-one-exit.
002830     exit.
002840
002850*================================================================
002860*  1200-SAVE-TABLE.  VMT-TABLE BACK OVER CALCVARS, IN THE SAME
002870*  ORDER IT WAS LOADED WITH ANY NEW RECORD ON THE END -- THE
002880*  LATER OF TWO SAME-DAY RECORDS IS THE ONE COBOLSTUFF USES.
002890*================================================================
002900 1200-save-table.
002910     open output cvar-file
002920     if vmt-cvar-status <> "00"
002930         move "UNABLE TO REWRITE CALCVARS -- NOTHING CHANGED"
002940             to vmt-message
002950         go to 1200-save-table-exit
002960     end-if
002970     perform 1210-save-one thru 1210-save-one-exit
002980         varying vmt-sub from 1 by 1
002990         until vmt-sub > vmt-used
003000     close cvar-file
003010 1200-save-table-exit.
003020     exit.
003030
003040 1210-save-one.
003050     move vmt-tab-name(vmt-sub)        to cvar-rec-name
003060     move vmt-tab-value(vmt-sub)       to cvar-rec-value
003070     move vmt-tab-effdate(vmt-sub)     to cvar-rec-effdate
003080     move vmt-tab-kind(vmt-sub)        to cvar-rec-kind
003090     move vmt-tab-status(vmt-sub)      to cvar-rec-status
003100     move vmt-tab-keyed-by(vmt-sub)    to cvar-rec-keyed-by
003110     move vmt-tab-released-by(vmt-sub) to cvar-rec-released-by
003120     write cvar-record
003130 1210-save-one-exit.
003140     exit.
003150
003160*================================================================
003170*  2000-PROCESS-ONE.  PAINT THE SCREEN, TAKE ONE ACTION, DO IT.
003180*  EVERY CHANGE NEEDS AN ACTIVE CALCUSR ID AND A FRESH COPY OF
003190*  THE FILE.
003200*================================================================
003210 2000-process-one.
003220     display vars-screen
003230     accept vars-screen
003240     move spaces to vmt-message
003250     inspect vmt-name converting
003260         "abcdefghijklmnopqrstuvwxyz" to
003270         "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
003280     inspect vmt-user converting
003290         "abcdefghijklmnopqrstuvwxyz" to
003300         "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
003310     accept vmt-today from date yyyymmdd
003320
003330     evaluate vmt-action
003340         when "Q"
003350         when "q"
003360             move "Y" to vmt-exit-sw
003370             go to 2000-process-one-exit
003380         when "B"
003390         when "b"
003400             perform 2100-browse-next thru 2100-browse-next-exit
003410             go to 2000-process-one-exit
003420         when "A"
003430         when "a"
003440         when "C"
003450         when "c"
003460         when "E"
003470         when "e"
003480         when "R"
003490         when "r"
003500         when "W"
003510         when "w"
003520             continue
003530         when other
003540             move "ACTION MUST BE B, A, C, E, R, W OR Q"
003550                 to vmt-message
003560             go to 2000-process-one-exit
003570     end-evaluate
003580
003590     perform 3000-check-user thru 3000-check-user-exit
003600     if vmt-message <> spaces
003610         go to 2000-process-one-exit
003620     end-if
003630     perform 1100-load-table thru 1100-load-table-exit
003640     if vmt-file-too-big
003650         move "CALCVARS HOLDS OVER 300 RECORDS -- NO CHANGES"
003660             to vmt-message
003670         go to 2000-process-one-exit
003680     end-if
003690
003700     evaluate vmt-action
003710         when "A"
003720         when "a"
003730             perform 2300-add-constant
003740                 thru 2300-add-constant-exit
003750         when "C"
003760         when "c"
003770             perform 2400-change-value
003780                 thru 2400-change-value-exit
003790         when "E"
003800         when "e"
003810             perform 2500-end-constant
003820                 thru 2500-end-constant-exit
003830         when "R"
003840         when "r"
003850             perform 2600-release-change
003860                 thru 2600-release-change-exit
003870         when other
003880             perform 2700-withdraw-change
003890                 thru 2700-withdraw-change-exit
003900     end-evaluate
003910 2000-process-one-exit.
003920     exit.
003930
003940*================================================================
003950*  2100-BROWSE-NEXT.  NEXT RECORD IN FILE ORDER, WITH THE VALUE
003960*  IN FORCE TODAY FOR ITS NAME; AFTER THE LAST THE NEXT B
003970*  STARTS OVER.
003980*================================================================
003990 2100-browse-next.
004000     perform 1100-load-table thru 1100-load-table-exit
004010     add 1 to vmt-browse-sub
004020     if vmt-browse-sub > vmt-used
004030         move 0 to vmt-browse-sub
004040         move "END OF FILE -- B AGAIN STARTS OVER" to vmt-message
004050         go to 2100-browse-next-exit
004060     end-if
004070     move vmt-browse-sub to vmt-sub
004080     move vmt-tab-name(vmt-sub)    to vmt-name
004090     move vmt-tab-value(vmt-sub)   to vmt-value
004100     move vmt-tab-effdate(vmt-sub) to vmt-effdate
004110     perform 2110-show-entry thru 2110-show-entry-exit
004120     move "SHOWING CONSTANT" to vmt-message
004130 2100-browse-next-exit.
004140     exit.
004150
004160*================================================================
004170*  2110-SHOW-ENTRY.  THE DETAIL LINES FOR TABLE ENTRY VMT-SUB,
004180*  AND TODAY'S IN-FORCE VALUE FOR VMT-NAME.
004190*================================================================
004200 2110-show-entry.
004210     if vmt-tab-kind(vmt-sub) = "E"
004220         move "END MARKER" to vmt-kind-text
004230     else
004240         move "VALUE" to vmt-kind-text
004250     end-if
004260     if vmt-tab-status(vmt-sub) = "P"
004270         move "PENDING RELEASE" to vmt-status-text
004280     else
004290         move "RELEASED" to vmt-status-text
004300     end-if
004310     move vmt-tab-keyed-by(vmt-sub)    to vmt-keyed-by
004320     move vmt-tab-released-by(vmt-sub) to vmt-released-by
004330     move vmt-today to vmt-if-date
004340     perform 3400-find-in-force thru 3400-find-in-force-exit
004350     if vmt-if-sub = 0
004360         move "(NONE)" to vmt-inforce-value
004370         move spaces   to vmt-inforce-eff
004380     else
004390         move vmt-tab-value(vmt-if-sub)   to vmt-inforce-value
004400         move vmt-tab-effdate(vmt-if-sub) to vmt-inforce-eff
004410     end-if
004420 2110-show-entry-exit.
004430     exit.
004440
004450*================================================================
004460*  2300-ADD-CONSTANT.  A NAME NOT ON FILE AT ALL, WITH ITS FIRST
004470*  VALUE, PENDING RELEASE.
004480*================================================================
004490 2300-add-constant.
004500     perform 3100-validate-name thru 3100-validate-name-exit
004510     if vmt-message <> spaces
004520         go to 2300-add-constant-exit
004530     end-if
004540     perform 3200-validate-value thru 3200-validate-value-exit
004550     if vmt-message <> spaces
004560         go to 2300-add-constant-exit
004570     end-if
004580     perform 3300-validate-date thru 3300-validate-date-exit
004590     if vmt-message <> spaces
004600         go to 2300-add-constant-exit
004610     end-if
004620     perform 3450-count-name thru 3450-count-name-exit
004630     if vmt-name-count > 0
004640         move "NAME IS ALREADY ON FILE -- USE C TO CHANGE IT"
004650             to vmt-message
004660         go to 2300-add-constant-exit
004670     end-if
004680     move spaces to vmt-log-old
004690     move "A" to vmt-log-action
004700     perform 3600-key-pending thru 3600-key-pending-exit
004710 2300-add-constant-exit.
004720     exit.
004730
004740*================================================================
004750*  2400-CHANGE-VALUE.  A NEW DATED VALUE FOR A NAME ALREADY ON
004760*  FILE.  NOT ON A DATE ANSWERS WERE ALREADY CALCULATED UNDER
004770*  THE VALUE IT WOULD DISPLACE.
004780*================================================================
004790 2400-change-value.
004800     perform 3100-validate-name thru 3100-validate-name-exit
004810     if vmt-message <> spaces
004820         go to 2400-change-value-exit
004830     end-if
004840     perform 3200-validate-value thru 3200-validate-value-exit
004850     if vmt-message <> spaces
004860         go to 2400-change-value-exit
004870     end-if
004880     perform 3300-validate-date thru 3300-validate-date-exit
004890     if vmt-message <> spaces
004900         go to 2400-change-value-exit
004910     end-if
004920     perform 3450-count-name thru 3450-count-name-exit
004930     if vmt-name-count = 0
004940         move "NAME IS NOT ON FILE -- USE A TO ADD IT"
004950             to vmt-message
004960         go to 2400-change-value-exit
004970     end-if
004980     perform 3550-find-pending thru 3550-find-pending-exit
004990     if vmt-found-sub > 0
005000         move "A CHANGE FOR THAT DATE IS ALREADY PENDING"
005010             to vmt-message
005020         go to 2400-change-value-exit
005030     end-if
005040     perform 3500-check-backdate thru 3500-check-backdate-exit
005050     if vmt-message <> spaces
005060         go to 2400-change-value-exit
005070     end-if
005080     move vmt-effdate to vmt-if-date
005090     perform 3400-find-in-force thru 3400-find-in-force-exit
005100     if vmt-if-sub = 0
005110         move spaces to vmt-log-old
005120     else
005130         move vmt-tab-value(vmt-if-sub) to vmt-log-old
005140     end-if
005150     move "C" to vmt-log-action
005160     perform 3600-key-pending thru 3600-key-pending-exit
005170 2400-change-value-exit.
005180     exit.
005190
005200*================================================================
005210*  2500-END-CONSTANT.  AN END MARKER: FROM ITS DATE ON THE NAME
005220*  IS UNKNOWN TO COBOLSTUFF.  THERE MUST BE A VALUE IN FORCE ON
005230*  THAT DATE TO END, AND THE SAME BACK-DATING RULE APPLIES.
005240*================================================================
005250 2500-end-constant.
005260     perform 3100-validate-name thru 3100-validate-name-exit
005270     if vmt-message <> spaces
005280         go to 2500-end-constant-exit
005290     end-if
005300     perform 3300-validate-date thru 3300-validate-date-exit
005310     if vmt-message <> spaces
005320         go to 2500-end-constant-exit
005330     end-if
005340     move vmt-effdate to vmt-if-date
005350     perform 3400-find-in-force thru 3400-find-in-force-exit
005360     if vmt-if-sub = 0
005370         move "NO VALUE IS IN FORCE ON THAT DATE TO END"
005380             to vmt-message
005390         go to 2500-end-constant-exit
005400     end-if
005410     move vmt-tab-value(vmt-if-sub) to vmt-log-old
005420     perform 3550-find-pending thru 3550-find-pending-exit
005430     if vmt-found-sub > 0
005440         move "A CHANGE FOR THAT DATE IS ALREADY PENDING"
005450             to vmt-message
005460         go to 2500-end-constant-exit
005470     end-if
005480     perform 3500-check-backdate thru 3500-check-backdate-exit
005490     if vmt-message <> spaces
005500         go to 2500-end-constant-exit
005510     end-if
005520     move spaces to vmt-value
005530     move "E" to vmt-log-action
005540     perform 3600-key-pending thru 3600-key-pending-exit
005550 2500-end-constant-exit.
005560     exit.
005570
005580*================================================================
005590*  2600-RELEASE-CHANGE.  THE PENDING RECORD FOR NAME AND DATE
005600*  GOES LIVE.  THE RELEASER MUST BE A SUPERVISOR AND NOT THE
005610*  PERSON WHO KEYED IT, AND THE BACK-DATING RULE IS TESTED
005620*  AGAIN -- ANSWERS MAY HAVE BEEN CALCULATED SINCE IT WAS KEYED.
005630*================================================================
005640 2600-release-change.
005650     perform 3550-find-pending thru 3550-find-pending-exit
005660     if vmt-found-sub = 0
005670         move "NO PENDING CHANGE FOR THAT NAME AND DATE"
005680             to vmt-message
005690         go to 2600-release-change-exit
005700     end-if
005710     if not calc-usr-is-supervisor
005720         move "THAT ID HAS NO SUPERVISOR AUTHORITY"
005730             to vmt-message
005740         go to 2600-release-change-exit
005750     end-if
005760     if vmt-tab-keyed-by(vmt-found-sub) = vmt-user
005770         move "YOU MAY NOT RELEASE A CHANGE YOU KEYED"
005780             to vmt-message
005790         go to 2600-release-change-exit
005800     end-if
005810     perform 3500-check-backdate thru 3500-check-backdate-exit
005820     if vmt-message <> spaces
005830         go to 2600-release-change-exit
005840     end-if
005850     move vmt-effdate to vmt-if-date
005860     perform 3400-find-in-force thru 3400-find-in-force-exit
005870     if vmt-if-sub = 0
005880         move spaces to vmt-log-old
005890     else
005900         move vmt-tab-value(vmt-if-sub) to vmt-log-old
005910     end-if
005920     move "A"      to vmt-tab-status(vmt-found-sub)
005930     move vmt-user to vmt-tab-released-by(vmt-found-sub)
005940     perform 1200-save-table thru 1200-save-table-exit
005950     if vmt-message <> spaces
005960         go to 2600-release-change-exit
005970     end-if
005980     move vmt-found-sub to vmt-sub
005990     move vmt-tab-value(vmt-sub) to vmt-value
006000     move vmt-tab-value(vmt-sub) to vmt-log-new
006010     if vmt-tab-kind(vmt-sub) = "E"
006020         move "(ENDED)" to vmt-log-new
006030     end-if
006040     move "R" to vmt-log-action
006050     perform 3700-write-log thru 3700-write-log-exit
006060     perform 2110-show-entry thru 2110-show-entry-exit
006070     move "CHANGE RELEASED -- IN USE FROM ITS EFFECTIVE DATE"
006080         to vmt-message
006090 2600-release-change-exit.
006100     exit.
006110
006120*================================================================
006130*  2700-WITHDRAW-CHANGE.  A PENDING RECORD NOBODY WANTS IS
006140*  TAKEN BACK OUT -- BY WHOEVER KEYED IT, OR A SUPERVISOR.
006150*================================================================
006160 2700-withdraw-change.
006170     perform 3550-find-pending thru 3550-find-pending-exit
006180     if vmt-found-sub = 0
006190         move "NO PENDING CHANGE FOR THAT NAME AND DATE"
006200             to vmt-message
006210         go to 2700-withdraw-change-exit
006220     end-if
006230     if vmt-tab-keyed-by(vmt-found-sub) <> vmt-user and
006240             not calc-usr-is-supervisor
006250         move "ONLY THE KEYER OR A SUPERVISOR MAY WITHDRAW IT"
006260             to vmt-message
006270         go to 2700-withdraw-change-exit
006280     end-if
006290     move spaces to vmt-log-old
006300     move vmt-tab-value(vmt-found-sub) to vmt-log-new
006310     if vmt-tab-kind(vmt-found-sub) = "E"
006320         move "(ENDED)" to vmt-log-new
006330     end-if
006340     perform 2710-close-gap thru 2710-close-gap-exit
006350         varying vmt-sub from vmt-found-sub by 1
006360         until vmt-sub >= vmt-used
006370     subtract 1 from vmt-used
006380     perform 1200-save-table thru 1200-save-table-exit
006390     if vmt-message <> spaces
006400         go to 2700-withdraw-change-exit
006410     end-if
006420     move "W" to vmt-log-action
006430     perform 3700-write-log thru 3700-write-log-exit
006440     move 0 to vmt-browse-sub
006450     move "PENDING CHANGE WITHDRAWN" to vmt-message
006460 2700-withdraw-change-exit.
006470     exit.
006480
006490 2710-close-gap.
006500     compute vmt-sub2 = vmt-sub + 1
006510     move vmt-entry(vmt-sub2) to vmt-entry(vmt-sub)
006520 2710-close-gap-exit.
006530     exit.
006540
006550*================================================================
006560*  3000-CHECK-USER.  AN ACTIVE CALCUSR ID.  THE RECORD STAYS IN
006570*  THE FD FOR THE SUPERVISOR TESTS.
006580*================================================================
006590 3000-check-user.
006600     if vmt-user = spaces
006610         move "USER ID IS REQUIRED" to vmt-message
006620         go to 3000-check-user-exit
006630     end-if
006640     move vmt-user to calc-usr-id
006650     read calc-user-file
006660         invalid key
006670             move "USER ID IS NOT ON THE CALCUSR MASTER"
006680                 to vmt-message
006690             go to 3000-check-user-exit
006700     end-read
006710     if not calc-usr-is-active
006720         move "USER ID IS INACTIVE ON THE CALCUSR MASTER"
006730             to vmt-message
006740     end-if
006750 3000-check-user-exit.
006760     exit.
006770
006780*================================================================
006790*  3100-VALIDATE-NAME.  A NAME IS ONE RUN OF LETTERS FROM
006800*  COLUMN ONE -- ALL COBOLSTUFF'S SCAN WILL EVER TAKE FOR A
006810*  NAME -- AND NONE OF THE WORDS THE EVALUATOR KEEPS FOR
006820*  ITSELF.
006830*================================================================
006840 3100-validate-name.
006850     if vmt-name = spaces
006860         move "NAME IS REQUIRED" to vmt-message
006870         go to 3100-validate-name-exit
006880     end-if
006890     move 0   to vmt-name-len
006900     move "N" to vmt-blank-seen-sw
006910     perform 3110-check-name-char thru 3110-check-name-char-exit
006920         varying vmt-pos from 1 by 1
006930         until vmt-pos > 30 or vmt-message <> spaces
006940     if vmt-message <> spaces
006950         go to 3100-validate-name-exit
006960     end-if
006970     if vmt-name = "ANS" or vmt-name = "ABS" or
006980             vmt-name = "MIN" or vmt-name = "MAX" or
006990             vmt-name = "ROUND" or vmt-name = "REQ"
007000         move "THAT NAME IS RESERVED BY THE EVALUATOR"
007010             to vmt-message
007020     end-if
007030 3100-validate-name-exit.
007040     exit.
007050
007060 3110-check-name-char.
007070     move vmt-name(vmt-pos:1) to vmt-char
007080     if vmt-char = space
007090         move "Y" to vmt-blank-seen-sw
007100         go to 3110-check-name-char-exit
007110     end-if
007120     if vmt-blank-seen-sw = "Y" or vmt-char < "A" or
007130             vmt-char > "Z"
007140         move "NAME MUST BE LETTERS ONLY, NO SPACES"
007150             to vmt-message
007160         go to 3110-check-name-char-exit
007170     end-if
007180     add 1 to vmt-name-len
007190 3110-check-name-char-exit.
007200     exit.
007210
007220*================================================================
007230*  3200-VALIDATE-VALUE.  FROM COLUMN ONE: AN OPTIONAL '-', THEN
007240*  DIGITS WITH AT MOST ONE POINT -- UP TO NINE EACH SIDE OF IT,
007250*  THE MOST COBOLSTUFF CAN HOLD -- THEN NOTHING BUT SPACES.
007260*================================================================
007270 3200-validate-value.
007280     move 0   to vmt-point-count
007290     move 0   to vmt-int-digits
007300     move 0   to vmt-frac-digits
007310     move "N" to vmt-blank-seen-sw
007320     if vmt-value(1:1) = space
007330         move "VALUE IS REQUIRED, FROM THE FIRST COLUMN"
007340             to vmt-message
007350         go to 3200-validate-value-exit
007360     end-if
007370     perform 3210-check-value-char
007380         thru 3210-check-value-char-exit
007390         varying vmt-pos from 1 by 1
007400         until vmt-pos > 20 or vmt-message <> spaces
007410     if vmt-message <> spaces
007420         go to 3200-validate-value-exit
007430     end-if
007440     if vmt-int-digits + vmt-frac-digits = 0
007450         move "VALUE HAS NO DIGITS" to vmt-message
007460         go to 3200-validate-value-exit
007470     end-if
007480     if vmt-int-digits > 9 or vmt-frac-digits > 9
007490         move "VALUE MAY HAVE AT MOST 9 DIGITS EACH SIDE OF ."
007500             to vmt-message
007510     end-if
007520 3200-validate-value-exit.
007530     exit.
007540
007550 3210-check-value-char.
007560     move vmt-value(vmt-pos:1) to vmt-char
007570     evaluate true
007580         when vmt-char = space
007590             move "Y" to vmt-blank-seen-sw
007600         when vmt-blank-seen-sw = "Y"
007610             move "VALUE MAY NOT CONTAIN SPACES" to vmt-message
007620         when vmt-char = "-" and vmt-pos = 1
007630             continue
007640         when vmt-char = "."
007650             add 1 to vmt-point-count
007660             if vmt-point-count > 1
007670                 move "VALUE HAS MORE THAN ONE POINT"
007680                     to vmt-message
007690             end-if
007700         when vmt-char is numeric
007710             if vmt-point-count = 0
007720                 add 1 to vmt-int-digits
007730             else
007740                 add 1 to vmt-frac-digits
007750             end-if
007760         when other
007770             move "VALUE MAY HOLD ONLY -, DIGITS AND ONE POINT"
007780                 to vmt-message
007790     end-evaluate
007800 3210-check-value-char-exit.
007810     exit.
007820
007830*================================================================
007840*  3300-VALIDATE-DATE.  A REAL CALENDAR DATE, YYYYMMDD.
007850*================================================================
007860 3300-validate-date.
007870     if vmt-effdate = 0
007880         move "EFFECTIVE DATE IS REQUIRED (YYYYMMDD)"
007890             to vmt-message
007900         go to 3300-validate-date-exit
007910     end-if
007920     if vmt-eff-yyyy < 1900 or vmt-eff-mm < 1 or
007930             vmt-eff-mm > 12 or vmt-eff-dd < 1
007940         move "EFFECTIVE DATE IS NOT A VALID DATE"
007950             to vmt-message
007960         go to 3300-validate-date-exit
007970     end-if
007980     evaluate vmt-eff-mm
007990         when 4
008000         when 6
008010         when 9
008020         when 11
008030             move 30 to vmt-max-day
008040         when 2
008050             divide vmt-eff-yyyy by 4 giving vmt-leap-quot
008060                 remainder vmt-leap-4
008070             divide vmt-eff-yyyy by 100 giving vmt-leap-quot
008080                 remainder vmt-leap-100
008090             divide vmt-eff-yyyy by 400 giving vmt-leap-quot
008100                 remainder vmt-leap-400
008110             if vmt-leap-400 = 0 or
008120                     (vmt-leap-4 = 0 and vmt-leap-100 <> 0)
008130                 move 29 to vmt-max-day
008140             else
008150                 move 28 to vmt-max-day
008160             end-if
008170         when other
008180             move 31 to vmt-max-day
008190     end-evaluate
008200     if vmt-eff-dd > vmt-max-day
008210         move "EFFECTIVE DATE IS NOT A VALID DATE"
008220             to vmt-message
008230     end-if
008240 3300-validate-date-exit.
008250     exit.
008260
008270*================================================================
008280*  3400-FIND-IN-FORCE.  THE RELEASED RECORD FOR VMT-NAME IN
008290*  FORCE ON VMT-IF-DATE, CHOSEN EXACTLY AS COBOLSTUFF CHOOSES
008300*  IT: LATEST EFFECTIVE DATE ON OR BEFORE, LATER RECORD ON A
008310*  TIE.  VMT-IF-SUB IS ZERO WHEN NOTHING IS -- OR WHEN WHAT IS
008320*  IN FORCE IS AN END MARKER.
008330*================================================================
008340 3400-find-in-force.
008350     move 0 to vmt-if-sub
008360     move 0 to vmt-if-best
008370     perform 3410-try-in-force thru 3410-try-in-force-exit
008380         varying vmt-sub2 from 1 by 1
008390         until vmt-sub2 > vmt-used
008400     if vmt-if-sub > 0
008410         if vmt-tab-kind(vmt-if-sub) = "E"
008420             move 0 to vmt-if-sub
008430         end-if
008440     end-if
008450 3400-find-in-force-exit.
008460     exit.
008470
008480 3410-try-in-force.
008490     if vmt-tab-name(vmt-sub2) <> vmt-name or
008500             vmt-tab-status(vmt-sub2) = "P" or
008510             vmt-tab-effdate(vmt-sub2) > vmt-if-date
008520         go to 3410-try-in-force-exit
008530     end-if
008540     if vmt-if-sub = 0 or
008550             vmt-tab-effdate(vmt-sub2) >= vmt-if-best
008560         move vmt-sub2 to vmt-if-sub
008570         move vmt-tab-effdate(vmt-sub2) to vmt-if-best
008580     end-if
008590 3410-try-in-force-exit.
008600     exit.
008610
008620*================================================================
008630*  3450-COUNT-NAME.  RECORDS OF ANY KIND OR STATUS FOR VMT-NAME.
008640*================================================================
008650 3450-count-name.
008660     move 0 to vmt-name-count
008670     perform 3460-count-one thru 3460-count-one-exit
008680         varying vmt-sub2 from 1 by 1
008690         until vmt-sub2 > vmt-used
008700 3450-count-name-exit.
008710     exit.
008720
008730 3460-count-one.
008740     if vmt-tab-name(vmt-sub2) = vmt-name
008750         add 1 to vmt-name-count
008760     end-if
008770 3460-count-one-exit.
008780     exit.
008790
008800*================================================================
008810*  3500-CHECK-BACKDATE.  A CHANGE MAY NOT TAKE EFFECT ON OR
008820*  BEFORE THE AS-OF DATE OF ANY ANSWER ALREADY CALCULATED WITH
008830*  THE NAME -- THOSE ANSWERS WOULD NO LONGER MATCH THE RATE
008840*  THE FILE SAYS WAS IN FORCE.  THE EVIDENCE IS THE CALCAUD
008850*  TRAIL: EVERY SUCCESSFUL REQUEST CALCULATION (AD HOC SCREEN
008860*  CALLS PRODUCE NO ANSWER ANYONE KEEPS) LISTS THE CONSTANTS IT
008870*  RESOLVED AS "NAME=VALUE@EFFDATE".  NO TRAIL YET MEANS NO
008880*  ANSWERS YET.
008890*================================================================
008900 3500-check-backdate.
008910     move "N" to vmt-used-sw
008920     move spaces to vmt-pattern
008930     perform 3100-validate-name thru 3100-validate-name-exit
008940     if vmt-message <> spaces
008950         go to 3500-check-backdate-exit
008960     end-if
008970     move vmt-name-len to vmt-pattern-len
008980     move vmt-name(1:vmt-pattern-len)
008990         to vmt-pattern(2:vmt-pattern-len)
009000     add 2 to vmt-pattern-len
009010     move "=" to vmt-pattern(vmt-pattern-len:1)
009020     move "N" to vmt-eof-sw
009030     open input audit-file
009040     if vmt-audit-status <> "00"
009050         go to 3500-check-backdate-exit
009060     end-if
009070     perform 3510-check-one-answer
009080         thru 3510-check-one-answer-exit
009090         until vmt-eof or vmt-answers-used
009100     close audit-file
009110     if vmt-answers-used
009120         move "ANSWERS ON/AFTER THAT DATE USED THE OLD VALUE"
009130             to vmt-message
009140     end-if
009150 3500-check-backdate-exit.
009160     exit.
009170
009180 3510-check-one-answer.
009190     read audit-file
009200         at end
009210             move "Y" to vmt-eof-sw
009220             go to 3510-check-one-answer-exit
009230     end-read
009240     if audit_rc is not numeric or audit_reqid is not numeric
009250         go to 3510-check-one-answer-exit
009260     end-if
009270     if audit_rc <> 0 or audit_reqid = 0
009280         go to 3510-check-one-answer-exit
009290     end-if
009300     if audit_asof is numeric and audit_asof > 0
009310         move audit_asof to vmt-answer-date
009320     else
009330         move audit_date to vmt-answer-date
009340     end-if
009350     if vmt-answer-date < vmt-effdate
009360         go to 3510-check-one-answer-exit
009370     end-if
009380     move space to vmt-scan-text(1:1)
009390     move audit_consts to vmt-scan-text(2:200)
009400     move 0 to vmt-hits
009410     inspect vmt-scan-text tallying vmt-hits
009420         for all vmt-pattern(1:vmt-pattern-len)
009430     if vmt-hits > 0
009440         move "Y" to vmt-used-sw
009450     end-if
009460 3510-check-one-answer-exit.
009470     exit.
009480
009490*================================================================
009500*  3550-FIND-PENDING.  THE PENDING RECORD FOR VMT-NAME AND
009510*  VMT-EFFDATE, OR ZERO.
009520*================================================================
009530 3550-find-pending.
009540     move 0 to vmt-found-sub
009550     perform 3560-try-pending thru 3560-try-pending-exit
009560         varying vmt-sub2 from 1 by 1
009570         until vmt-sub2 > vmt-used
009580 3550-find-pending-exit.
009590     exit.
009600
009610 3560-try-pending.
009620     if vmt-tab-name(vmt-sub2) = vmt-name and
009630             vmt-tab-effdate(vmt-sub2) = vmt-effdate and
009640             vmt-tab-status(vmt-sub2) = "P"
009650         move vmt-sub2 to vmt-found-sub
009660     end-if
009670 3560-try-pending-exit.
009680     exit.
009690
009700*================================================================
009710*  3600-KEY-PENDING.  THE NEW RECORD GOES ON THE END OF THE
009720*  FILE, PENDING, WITH THE KEYER'S ID; VMT-LOG-ACTION SAYS
009730*  WHICH KIND.  A NEW CONSTANT NEEDS ROOM IN COBOLSTUFF'S
009740*  TABLE TOO.
009750*================================================================
009760 3600-key-pending.
009770     if vmt-used >= 300
009780         move "CALCVARS IS FULL -- 300 RECORDS" to vmt-message
009790         go to 3600-key-pending-exit
009800     end-if
009810     add 1 to vmt-used
009820     move vmt-name    to vmt-tab-name(vmt-used)
009830     move vmt-value   to vmt-tab-value(vmt-used)
009840     move vmt-effdate to vmt-tab-effdate(vmt-used)
009850     if vmt-log-action = "E"
009860         move "E" to vmt-tab-kind(vmt-used)
009870     else
009880         move space to vmt-tab-kind(vmt-used)
009890     end-if
009900     move "P"      to vmt-tab-status(vmt-used)
009910     move vmt-user to vmt-tab-keyed-by(vmt-used)
009920     move spaces   to vmt-tab-released-by(vmt-used)
009930     perform 1200-save-table thru 1200-save-table-exit
009940     if vmt-message <> spaces
009950         go to 3600-key-pending-exit
009960     end-if
009970     move vmt-value to vmt-log-new
009980     if vmt-log-action = "E"
009990         move "(ENDED)" to vmt-log-new
010000     end-if
010010     perform 3700-write-log thru 3700-write-log-exit
010020     move vmt-used to vmt-sub
010030     move vmt-used to vmt-browse-sub
010040     perform 2110-show-entry thru 2110-show-entry-exit
010050     move "CHANGE KEYED -- PENDING RELEASE BY A SUPERVISOR"
010060         to vmt-message
010070 3600-key-pending-exit.
010080     exit.
010090
010100*================================================================
010110*  3700-WRITE-LOG.  ONE CALCVLOG RECORD FOR THE CHANGE JUST
010120*  MADE.
010130*================================================================
010140 3700-write-log.
010150     accept vmt-now from time
010160     move vmt-today      to calc-vlog-date
010170     move vmt-now        to calc-vlog-time
010180     move vmt-user       to calc-vlog-user
010190     move vmt-log-action to calc-vlog-action
010200     move vmt-name       to calc-vlog-name
010210     move vmt-log-old    to calc-vlog-old-value
010220     move vmt-log-new    to calc-vlog-new-value
010230     move vmt-effdate    to calc-vlog-effdate
010240     write calc-vlog-record
010250     if vmt-log-status <> "00"
010260         display "CALCVMT: UNABLE TO WRITE CALCVLOG, STATUS="
010270             vmt-log-status
010280     end-if
010290 3700-write-log-exit.
010300     exit.
