000010 identification division.
000020 program-id.  calcsim.
000030 author.      data processing.
000040 installation. ops-applications.
000050 date-written. 10/15/2026.
000060 date-compiled.
000070*================================================================
000080*  MODIFICATION HISTORY
000090*  ----------------------------------------------------------
000100*  10/15/26  DP   ORIGINAL PROGRAM.  WHAT-IF SIMULATION OF A
000110*                 PROPOSED SET OF CALCVARS VALUES, RUN BEFORE
000120*                 FINANCE SIGNS OFF A RATE CHANGE.  THE PROPOSED
000130*                 VALUES ARE KEYED ON THE CALCSCN SCENARIO FILE
000140*                 IN THE CALCVARS LAYOUT.  EVERY ACTIVE CALCIN
000150*                 REQUEST (ANY NOT REJECTED) AND EVERY CALCSTD
000160*                 TEMPLATE IS EVALUATED TWICE THROUGH COBOLSTUFF
000170*                 IN TRIAL MODE -- ONCE ON THE VALUES ON FILE,
000180*                 ONCE WITH THE PROPOSAL IN FORCE -- SO NOTHING
000190*                 TOUCHES CALCOUT, CALCHIS OR CALCAUD.  BOTH
000200*                 SIDES ARE AS OF THE LATER OF TODAY AND THE
000210*                 LATEST PROPOSED EFFECTIVE DATE.  A REQUEST
000220*                 NAMING ANOTHER THROUGH REQ(NNNN) IS EVALUATED
000230*                 AFTER IT, ON ITS SIMULATED ANSWERS.  SIMRPT
000240*                 SHOWS CURRENT, PROPOSED AND DELTA PER REQUEST,
000250*                 SUBTOTALLED BY REQUESTOR, AND A GRAND TOTAL.
000252*  10/15/26  DP   A CALCSCN OF MORE THAN THE 300 PROPOSED VALUES
000254*                 COBOLSTUFF HOLDS FOR A SCENARIO ABORTS THE RUN
000256*                 (RETURN CODE 8) INSTEAD OF SIMULATING WITHOUT
000258*                 THE ONES PAST CAPACITY.
000260*================================================================
000270 environment division.
000280 configuration section.
000290 input-output section.
000300 file-control.
000310     select scenario-file assign to "CALCSCN"
000320         organization is line sequential
000330         file status is sim-scenario-status.
000340     select calc-input-file assign to "CALCIN"
000350         organization is indexed
000360         access mode is dynamic
000370         record key is calc-request-id
000380         file status is sim-input-status.
000390     select standing-file assign to "CALCSTD"
000400         organization is line sequential
000410         file status is sim-standing-status.
000420     select sim-report-file assign to "SIMRPT"
000430         organization is line sequential
000440         file status is sim-report-status.
000450
000460 data division.
000470 file section.
000480 fd  scenario-file.
000490     copy calcvarrec.
000500
000510 fd  calc-input-file.
000520     copy calcinrec.
000530
000540 fd  standing-file.
000550     copy calcstdrec.
000560
000570 fd  sim-report-file.
000580 01  sim-report-line             pic x(132).
000590
000600 working-storage section.
000610     copy calcif.
000620     copy calcrunrec.
000630
000640 01  sim-scenario-status         pic x(02) value "00".
000650 01  sim-input-status            pic x(02) value "00".
000660 01  sim-standing-status         pic x(02) value "00".
000670 01  sim-report-status           pic x(02) value "00".
000680
000690 01  sim-switches.
000700     05  sim-abort-sw            pic x(01) value "N".
000710         88  sim-abort           value "Y".
000720     05  sim-eof-sw              pic x(01) value "N".
000730         88  sim-eof             value "Y".
000740     05  sim-progress-sw         pic x(01) value "N".
000750         88  sim-progress        value "Y".
000760     05  sim-wait-sw             pic x(01) value "N".
000770         88  sim-wait            value "Y".
000780     05  sim-slot-sw             pic x(01) value "N".
000790         88  sim-slot-found      value "Y".
000800     05  sim-side-sw             pic x(01) value "C".
000810         88  sim-side-current    value "C".
000820         88  sim-side-proposed   value "P".
000830
000840 01  sim-counters.
000850     05  sim-scn-count           pic 9(05) value 0.
000860     05  sim-req-count           pic 9(07) value 0.
000870     05  sim-std-count           pic 9(05) value 0.
000880     05  sim-ok-count            pic 9(07) value 0.
000890     05  sim-changed-count       pic 9(07) value 0.
000900     05  sim-err-count           pic 9(07) value 0.
000910
000920*    the date both sides are evaluated as of: today, or the
000930*    latest effective date on the proposal when that is later,
000940*    so every proposed value is in force on the proposed side.
000950 01  sim-today                   pic 9(08) value 0.
000960 01  sim-asof                    pic 9(08) value 0.
000970
000980*    every request and template evaluated.  the CALCIN requests
000990*    come first, in key order, so a REQ() predecessor can be
001000*    found by binary search over the first sim-req-used entries;
001010*    templates follow, numbered by their line on CALCSTD.
001020 01  sim-item-used               pic 9(05) value 0.
001030 01  sim-req-used                pic 9(05) value 0.
001040 01  sim-item-table.
001050     05  sim-item-entry          occurs 6000 times.
001060         10  sim-item-kind       pic x(03).
001070         10  sim-item-id         pic 9(09).
001080         10  sim-item-requestor  pic x(08).
001090         10  sim-item-expr       pic x(80).
001100         10  sim-item-dec        pic 9(01).
001110         10  sim-item-round      pic x(01).
001120         10  sim-item-done       pic x(01).
001130         10  sim-item-cur-rc     pic 9(02).
001140         10  sim-item-cur-value  pic s9(09)v9(09).
001150         10  sim-item-pro-rc     pic 9(02).
001160         10  sim-item-pro-value  pic s9(09)v9(09).
001170 01  sim-sub                     pic 9(05) value 0.
001180 01  sim-rq-item                 pic 9(05) value 0.
001190
001200*    the requestors met, kept in name order as they are added
001210*    so the report prints them alphabetically, with their
001220*    running subtotals.
001230 01  sim-rq-used                 pic 9(04) value 0.
001240 01  sim-rq-table.
001250     05  sim-rq-entry            occurs 1000 times.
001260         10  sim-rq-id           pic x(08).
001270         10  sim-rq-totals.
001280             15  sim-rq-count    pic 9(07).
001290             15  sim-rq-changed  pic 9(07).
001300             15  sim-rq-failed   pic 9(07).
001310             15  sim-rq-cur      pic s9(13)v9(09).
001320             15  sim-rq-pro      pic s9(13)v9(09).
001330             15  sim-rq-delta    pic s9(13)v9(09).
001340 01  sim-rq-sub                  pic 9(04) value 0.
001350 01  sim-rq-ins                  pic 9(04) value 0.
001360 01  sim-rq-find                 pic x(08) value spaces.
001370
001380 01  sim-grand-totals.
001390     05  sim-grand-count         pic 9(07) value 0.
001400     05  sim-grand-changed       pic 9(07) value 0.
001410     05  sim-grand-failed        pic 9(07) value 0.
001420     05  sim-grand-cur           pic s9(13)v9(09) value 0.
001430     05  sim-grand-pro           pic s9(13)v9(09) value 0.
001440     05  sim-grand-delta         pic s9(13)v9(09) value 0.
001450
001460 01  sim-delta                   pic s9(10)v9(09) value 0.
001470
001480*    the REQ(nnnn) references of the expression in hand,
001490*    scanned the way calcarc and calcbat scan them.
001500 01  sim-ref-expr                pic x(80) value spaces.
001510 01  sim-ref-count               pic 9(02) value 0.
001520 01  sim-ref-list.
001530     05  sim-ref-id              pic 9(09) occurs 20 times.
001540 01  sim-ref-sub                 pic 9(02) value 0.
001550 01  sim-ref-pos                 pic 9(03) value 0.
001560 01  sim-ref-scan                pic 9(03) value 0.
001570 01  sim-ref-one                 pic 9(09) value 0.
001580 01  sim-ref-digits              pic 9(02) value 0.
001590 01  sim-ref-digit               pic 9(01) value 0.
001600*    'Y' the reference closed on its ')', 'B' it was malformed,
001610*    'N' still scanning.
001620 01  sim-ref-end-sw              pic x(01) value "N".
001630
001640*    binary search of the request entries by id.
001650 01  sim-find-id                 pic 9(09) value 0.
001660 01  sim-found-sub               pic 9(05) value 0.
001670 01  sim-low                     pic 9(05) value 0.
001680 01  sim-high                    pic 9(05) value 0.
001690 01  sim-mid                     pic 9(05) value 0.
001700
001710 01  sim-report-heading-1.
001720     05  filler                  pic x(56) value
001730         "CALCSIM -- WHAT-IF SIMULATION OF PROPOSED CALCVARS".
001740 01  sim-report-heading-2.
001750     05  filler                  pic x(10) value "RUN DATE".
001760     05  sim-rpt-run-date        pic 9(08).
001770     05  filler                  pic x(11) value "   AS OF".
001780     05  sim-rpt-asof            pic 9(08).
001790 01  sim-scn-heading.
001800     05  filler                  pic x(40) value
001810         "PROPOSED VALUES ON CALCSCN:".
001820 01  sim-scn-line.
001830     05  filler                  pic x(04) value spaces.
001840     05  sim-rpt-scn-name        pic x(30).
001850     05  filler                  pic x(02) value spaces.
001860     05  sim-rpt-scn-value       pic x(20).
001870     05  filler                  pic x(12) value
001880         "  EFFECTIVE ".
001890     05  sim-rpt-scn-eff         pic 9(08).
001900     05  filler                  pic x(02) value spaces.
001910     05  sim-rpt-scn-kind        pic x(10).
001920 01  sim-column-heading.
001930     05  filler                  pic x(17) value
001940         "  SRC ID".
001950     05  filler                  pic x(28) value
001960         "                    CURRENT".
001970     05  filler                  pic x(28) value
001980         "                   PROPOSED".
001990     05  filler                  pic x(28) value
002000         "                      DELTA".
002010     05  filler                  pic x(12) value "NOTE".
002020     05  filler                  pic x(19) value "EXPRESSION".
002030 01  sim-requestor-line.
002040     05  filler                  pic x(10) value "REQUESTOR".
002050     05  sim-rpt-requestor       pic x(08).
002060
002070 01  sim-detail-line.
002080     05  filler                  pic x(02) value spaces.
002090     05  sim-rpt-kind            pic x(03).
002100     05  filler                  pic x(01) value space.
002110     05  sim-rpt-id              pic zzzzzzzz9.
002120     05  filler                  pic x(02) value spaces.
002130     05  sim-rpt-cur             pic -zzz,zzz,zzz,zz9.999999999.
002140     05  sim-rpt-cur-x redefines sim-rpt-cur
002150                                 pic x(26).
002160     05  filler                  pic x(02) value spaces.
002170     05  sim-rpt-pro             pic -zzz,zzz,zzz,zz9.999999999.
002180     05  sim-rpt-pro-x redefines sim-rpt-pro
002190                                 pic x(26).
002200     05  filler                  pic x(02) value spaces.
002210     05  sim-rpt-delta           pic -zzz,zzz,zzz,zz9.999999999.
002220     05  sim-rpt-delta-x redefines sim-rpt-delta
002230                                 pic x(26).
002240     05  filler                  pic x(02) value spaces.
002250     05  sim-rpt-note            pic x(10).
002260     05  filler                  pic x(02) value spaces.
002270     05  sim-rpt-expr            pic x(19).
002280
002290 01  sim-total-line.
002300     05  sim-rpt-tot-label       pic x(17).
002310     05  sim-rpt-tot-cur         pic -zzz,zzz,zzz,zz9.999999999.
002320     05  filler                  pic x(02) value spaces.
002330     05  sim-rpt-tot-pro         pic -zzz,zzz,zzz,zz9.999999999.
002340     05  filler                  pic x(02) value spaces.
002350     05  sim-rpt-tot-delta       pic -zzz,zzz,zzz,zz9.999999999.
002360 01  sim-count-line.
002370     05  filler                  pic x(17) value spaces.
002380     05  filler                  pic x(10) value "REQUESTS".
002390     05  sim-rpt-cnt             pic zzz,zz9.
002400     05  filler                  pic x(12) value "   CHANGED".
002410     05  sim-rpt-cnt-changed     pic zzz,zz9.
002420     05  filler                  pic x(12) value "   FAILED".
002430     05  sim-rpt-cnt-failed      pic zzz,zz9.
002440     05  filler                  pic x(40) value
002450         "   (FAILED ARE LEFT OUT OF THE TOTALS)".
002460
002470 01  sim-report-total.
002480     05  filler                  pic x(20) value
002490         "PROPOSED VALUES. . .".
002500     05  sim-rpt-scns            pic zz,zz9.
002510     05  filler                  pic x(06) value spaces.
002520     05  filler                  pic x(20) value
002530         "REQUESTS . . . . . .".
002540     05  sim-rpt-reqs            pic zzz,zz9.
002550     05  filler                  pic x(06) value spaces.
002560     05  filler                  pic x(20) value
002570         "TEMPLATES. . . . . .".
002580     05  sim-rpt-stds            pic zz,zz9.
002590
002600 procedure division.
002610
002620*================================================================
002630*  0000-MAINLINE.  NO PROPOSAL, OR A TABLE TOO SMALL FOR THE
002640*  FILES, IS AN ABORT WITH RETURN CODE 8 -- A PARTIAL WHAT-IF IS
002650*  WORSE THAN NONE WHEN FINANCE SIGNS OFF ON IT.
002660*================================================================
002670 0000-mainline.
002680     perform 1000-initialize      thru 1000-initialize-exit
002690     perform 9000-log-start       thru 9000-log-start-exit
002700     if not sim-abort
002710         perform 2000-load-items  thru 2000-load-items-exit
002720     end-if
002730     if not sim-abort
002740         perform 3000-evaluate    thru 3000-evaluate-exit
002750         perform 4000-report      thru 4000-report-exit
002760     end-if
002770     perform 5000-finalize        thru 5000-finalize-exit
002780     perform 9100-log-end         thru 9100-log-end-exit
002790     if sim-abort
002800         move 8 to return-code
002810     end-if
002820     goback.
002830
002840*================================================================
002850*  1000-INITIALIZE.  OPEN THE REPORT, LIST THE PROPOSAL ON IT
002860*  AND WORK OUT THE AS-OF DATE FROM IT.
002870*================================================================
002880 1000-initialize.
002890     accept sim-today from date yyyymmdd
002900     move sim-today to sim-asof
002910     open output sim-report-file
002920     if sim-report-status <> "00"
002930         display "CALCSIM: UNABLE TO OPEN SIMRPT, STATUS="
002940             sim-report-status
002950         move "Y" to sim-abort-sw
002960         go to 1000-initialize-exit
002970     end-if
002980     write sim-report-line from sim-report-heading-1
002990     open input scenario-file
003000     if sim-scenario-status <> "00"
003010         display "CALCSIM: NO CALCSCN SCENARIO, STATUS="
003020             sim-scenario-status
003030         move "Y" to sim-abort-sw
003040         go to 1000-initialize-exit
003050     end-if
003060     move spaces to sim-report-line
003070     write sim-report-line
003080     write sim-report-line from sim-scn-heading
003090     move "N" to sim-eof-sw
003100     perform 1100-read-scenario thru 1100-read-scenario-exit
003110         until sim-eof
003120     close scenario-file
003130     if sim-scn-count = 0
003140         display "CALCSIM: CALCSCN HOLDS NO PROPOSED VALUES"
003150         move "Y" to sim-abort-sw
003160         go to 1000-initialize-exit
003170     end-if
003171*    cobolstuff holds 300 proposed values beside the ones on
003172*    file and drops the rest -- a simulation short some of the
003173*    proposal would answer the wrong question.
003174     if sim-scn-count > 300
003175         display "CALCSIM: OVER 300 PROPOSED VALUES ON CALCSCN"
003176         move "Y" to sim-abort-sw
003177         go to 1000-initialize-exit
003178     end-if
003180     move sim-today to sim-rpt-run-date
003190     move sim-asof  to sim-rpt-asof
003200     move spaces to sim-report-line
003210     write sim-report-line
003220     write sim-report-line from sim-report-heading-2
003230 1000-initialize-exit.
003240     exit.
003250
003260 1100-read-scenario.
003270     read scenario-file
003280         at end
003290             move "Y" to sim-eof-sw
003300             go to 1100-read-scenario-exit
003310     end-read
003320     if cvar-rec-name = spaces
003330         go to 1100-read-scenario-exit
003340     end-if
003350     add 1 to sim-scn-count
003360     move spaces to sim-scn-line
003370     move cvar-rec-name  to sim-rpt-scn-name
003380     move cvar-rec-value to sim-rpt-scn-value
003390     if cvar-rec-effdate is numeric
003400         move cvar-rec-effdate to sim-rpt-scn-eff
003410         if cvar-rec-effdate > sim-asof
003420             move cvar-rec-effdate to sim-asof
003430         end-if
003440     else
003450         move 0 to sim-rpt-scn-eff
003460     end-if
003470     if cvar-rec-is-end
003480         move "(ENDED)" to sim-rpt-scn-kind
003490     end-if
003500     write sim-report-line from sim-scn-line
003510 1100-read-scenario-exit.
003520     exit.
003530
003540*================================================================
003550*  2000-LOAD-ITEMS.  THE ACTIVE REQUESTS, THEN THE TEMPLATES.
003560*  NO CALCSTD JUST MEANS NO TEMPLATES.
003570*================================================================
003580 2000-load-items.
003590     open input calc-input-file
003600     if sim-input-status <> "00"
003610         display "CALCSIM: UNABLE TO OPEN CALCIN, STATUS="
003620             sim-input-status
003630         move "Y" to sim-abort-sw
003640         go to 2000-load-items-exit
003650     end-if
003660     move "N" to sim-eof-sw
003670     perform 2100-load-request thru 2100-load-request-exit
003680         until sim-eof or sim-abort
003690     close calc-input-file
003700     move sim-item-used to sim-req-used
003710     if sim-abort
003720         go to 2000-load-items-exit
003730     end-if
003740     open input standing-file
003750     if sim-standing-status <> "00"
003760         go to 2000-load-items-exit
003770     end-if
003780     move "N" to sim-eof-sw
003790     perform 2200-load-template thru 2200-load-template-exit
003800         until sim-eof or sim-abort
003810     close standing-file
003820 2000-load-items-exit.
003830     exit.
003840
003850*================================================================
003860*  2100-LOAD-REQUEST.  A REJECTED REQUEST WILL NEVER RUN, SO IT
003870*  IS NOT ACTIVE; PENDING ONES ARE, SINCE APPROVAL IS ALL THEY
003880*  WAIT FOR.
003890*================================================================
003900 2100-load-request.
003910     read calc-input-file next record
003920         at end
003930             move "Y" to sim-eof-sw
003940             go to 2100-load-request-exit
003950     end-read
003960     if calc-input-approval = "R"
003970         go to 2100-load-request-exit
003980     end-if
003990     perform 2300-add-item thru 2300-add-item-exit
004000     if sim-abort
004010         go to 2100-load-request-exit
004020     end-if
004030     add 1 to sim-req-count
004040     move "REQ"                 to sim-item-kind(sim-item-used)
004050     move calc-request-id       to sim-item-id(sim-item-used)
004060     move calc-input-requestor
004070         to sim-item-requestor(sim-item-used)
004080     move calc-input-expr       to sim-item-expr(sim-item-used)
004090     if calc-input-dec-places is numeric
004100         move calc-input-dec-places
004110             to sim-item-dec(sim-item-used)
004120     end-if
004130     move calc-input-round-mode
004140         to sim-item-round(sim-item-used)
004150     move calc-input-requestor  to sim-rq-find
004160     perform 2400-add-requestor thru 2400-add-requestor-exit
004170 2100-load-request-exit.
004180     exit.
004190
004200 2200-load-template.
004210     read standing-file
004220         at end
004230             move "Y" to sim-eof-sw
004240             go to 2200-load-template-exit
004250     end-read
004260     add 1 to sim-std-count
004270     perform 2300-add-item thru 2300-add-item-exit
004280     if sim-abort
004290         go to 2200-load-template-exit
004300     end-if
004310     move "STD"                 to sim-item-kind(sim-item-used)
004320     move sim-std-count         to sim-item-id(sim-item-used)
004330     move calc-std-requestor
004340         to sim-item-requestor(sim-item-used)
004350     move calc-std-expr         to sim-item-expr(sim-item-used)
004360     if calc-std-dec-places is numeric
004370         move calc-std-dec-places
004380             to sim-item-dec(sim-item-used)
004390     end-if
004400     move calc-std-round-mode   to sim-item-round(sim-item-used)
004410     move calc-std-requestor    to sim-rq-find
004420     perform 2400-add-requestor thru 2400-add-requestor-exit
004430 2200-load-template-exit.
004440     exit.
004450
004460*================================================================
004470*  2300-ADD-ITEM.  A FRESH, NOT YET EVALUATED TABLE ENTRY.
004480*================================================================
004490 2300-add-item.
004500     if sim-item-used >= 6000
004510         display "CALCSIM: OVER 6000 REQUESTS AND TEMPLATES"
004520         move "Y" to sim-abort-sw
004530         go to 2300-add-item-exit
004540     end-if
004550     add 1 to sim-item-used
004560     move spaces to sim-item-entry(sim-item-used)
004570     move 0      to sim-item-dec(sim-item-used)
004580     move "N"    to sim-item-done(sim-item-used)
004590     move 0      to sim-item-cur-rc(sim-item-used)
004600     move 0      to sim-item-cur-value(sim-item-used)
004610     move 0      to sim-item-pro-rc(sim-item-used)
004620     move 0      to sim-item-pro-value(sim-item-used)
004630 2300-add-item-exit.
004640     exit.
004650
004660*================================================================
004670*  2400-ADD-REQUESTOR.  FIND SIM-RQ-FIND IN THE REQUESTOR
004680*  TABLE, OR OPEN A SLOT FOR IT IN NAME ORDER.
004690*================================================================
004700 2400-add-requestor.
004710     move 1   to sim-rq-ins
004720     move "N" to sim-slot-sw
004730     perform 2410-find-slot thru 2410-find-slot-exit
004740         until sim-slot-found or sim-rq-ins > sim-rq-used
004750     if sim-slot-found
004760         if sim-rq-id(sim-rq-ins) = sim-rq-find
004770             go to 2400-add-requestor-exit
004780         end-if
004790     end-if
004800     if sim-rq-used >= 1000
004810         display "CALCSIM: OVER 1000 REQUESTORS"
004820         move "Y" to sim-abort-sw
004830         go to 2400-add-requestor-exit
004840     end-if
004850     move sim-rq-used to sim-rq-sub
004860     perform 2420-shift-up thru 2420-shift-up-exit
004870         until sim-rq-sub < sim-rq-ins
004880     add 1 to sim-rq-used
004890     move sim-rq-find to sim-rq-id(sim-rq-ins)
004900     move zeros       to sim-rq-totals(sim-rq-ins)
004910 2400-add-requestor-exit.
004920     exit.
004930
004940 2410-find-slot.
004950     if sim-rq-id(sim-rq-ins) >= sim-rq-find
004960         move "Y" to sim-slot-sw
004970     else
004980         add 1 to sim-rq-ins
004990     end-if
005000 2410-find-slot-exit.
005010     exit.
005020
005030 2420-shift-up.
005040     move sim-rq-entry(sim-rq-sub) to sim-rq-entry(sim-rq-sub + 1)
005050     subtract 1 from sim-rq-sub
005060 2420-shift-up-exit.
005070     exit.
005080
005090*================================================================
005100*  3000-EVALUATE.  ROUNDS OVER THE TABLE: AN ENTRY IS EVALUATED
005110*  ONCE EVERY REQUEST IT NAMES THROUGH REQ() HAS BEEN.  WHAT IS
005120*  LEFT WHEN A ROUND MOVES NOTHING IS A CIRCULAR CHAIN, WHICH
005130*  FAILS 61 AS IT WOULD OVERNIGHT.
005140*================================================================
005150 3000-evaluate.
005160     move "Y" to sim-progress-sw
005170     perform 3100-one-round thru 3100-one-round-exit
005180         until not sim-progress
005190     perform 3900-mark-circular thru 3900-mark-circular-exit
005200         varying sim-sub from 1 by 1
005210         until sim-sub > sim-item-used
005220 3000-evaluate-exit.
005230     exit.
005240
005250 3100-one-round.
005260     move "N" to sim-progress-sw
005270     perform 3200-try-item thru 3200-try-item-exit
005280         varying sim-sub from 1 by 1
005290         until sim-sub > sim-item-used
005300 3100-one-round-exit.
005310     exit.
005320
005330*================================================================
005340*  3200-TRY-ITEM.  WAIT WHILE A PREDECESSOR ON THE TABLE IS
005350*  STILL UNEVALUATED; OTHERWISE EVALUATE BOTH SIDES.
005360*================================================================
005370 3200-try-item.
005380     if sim-item-done(sim-sub) = "Y"
005390         go to 3200-try-item-exit
005400     end-if
005410     move sim-item-expr(sim-sub) to sim-ref-expr
005420     perform 3300-list-refs thru 3300-list-refs-exit
005430     move "N" to sim-wait-sw
005440     perform 3210-check-wait thru 3210-check-wait-exit
005450         varying sim-ref-sub from 1 by 1
005460         until sim-ref-sub > sim-ref-count or sim-wait
005470     if sim-wait
005480         go to 3200-try-item-exit
005490     end-if
005500     move "C" to sim-side-sw
005510     perform 3400-evaluate-side thru 3400-evaluate-side-exit
005520     move calc-return-code  to sim-item-cur-rc(sim-sub)
005530     move calc-result-value to sim-item-cur-value(sim-sub)
005540     move "P" to sim-side-sw
005550     perform 3400-evaluate-side thru 3400-evaluate-side-exit
005560     move calc-return-code  to sim-item-pro-rc(sim-sub)
005570     move calc-result-value to sim-item-pro-value(sim-sub)
005580     move "Y" to sim-item-done(sim-sub)
005590     move "Y" to sim-progress-sw
005600 3200-try-item-exit.
005610     exit.
005620
005630 3210-check-wait.
005640     move sim-ref-id(sim-ref-sub) to sim-find-id
005650     perform 3800-find-request thru 3800-find-request-exit
005660     if sim-found-sub > 0
005670         if sim-item-done(sim-found-sub) <> "Y"
005680             move "Y" to sim-wait-sw
005690         end-if
005700     end-if
005710 3210-check-wait-exit.
005720     exit.
005730
005740*================================================================
005750*  3300-LIST-REFS.  EVERY REQ(NNNN) IN SIM-REF-EXPR, TWENTY AT
005760*  MOST -- AS MANY AS COBOLSTUFF TAKES STAND-IN ANSWERS FOR.
005770*================================================================
005780 3300-list-refs.
005790     move 0 to sim-ref-count
005800     inspect sim-ref-expr converting
005810         "abcdefghijklmnopqrstuvwxyz" to
005820         "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
005830     perform 3310-check-ref-at thru 3310-check-ref-at-exit
005840         varying sim-ref-pos from 1 by 1
005850         until sim-ref-pos > 76
005860 3300-list-refs-exit.
005870     exit.
005880
005890*================================================================
005900*  3310-CHECK-REF-AT.  "REQ(" AT THIS POSITION, NOT THE TAIL OF
005910*  SOME LONGER NAME, STARTS A REFERENCE.
005920*================================================================
005930 3310-check-ref-at.
005940     if sim-ref-expr(sim-ref-pos:4) <> "REQ("
005950         go to 3310-check-ref-at-exit
005960     end-if
005970     if sim-ref-pos > 1
005980         if sim-ref-expr(sim-ref-pos - 1:1) >= "A" and
005990                 sim-ref-expr(sim-ref-pos - 1:1) <= "Z"
006000             go to 3310-check-ref-at-exit
006010         end-if
006020     end-if
006030     move 0   to sim-ref-one
006040     move 0   to sim-ref-digits
006050     move "N" to sim-ref-end-sw
006060     compute sim-ref-scan = sim-ref-pos + 4
006070     perform 3320-take-ref-char thru 3320-take-ref-char-exit
006080         until sim-ref-end-sw <> "N" or sim-ref-scan > 80
006090     if sim-ref-end-sw <> "Y" or sim-ref-digits = 0
006100         go to 3310-check-ref-at-exit
006110     end-if
006120     if sim-ref-count >= 20
006130         go to 3310-check-ref-at-exit
006140     end-if
006150     add 1 to sim-ref-count
006160     move sim-ref-one to sim-ref-id(sim-ref-count)
006170 3310-check-ref-at-exit.
006180     exit.
006190
006200*================================================================
006210*  3320-TAKE-REF-CHAR.  DIGITS (AT MOST NINE) AND BLANKS UP TO
006220*  THE CLOSING ')'.
006230*================================================================
006240 3320-take-ref-char.
006250     evaluate true
006260         when sim-ref-expr(sim-ref-scan:1) = ")"
006270             move "Y" to sim-ref-end-sw
006280         when sim-ref-expr(sim-ref-scan:1) = " "
006290             continue
006300         when sim-ref-expr(sim-ref-scan:1) is numeric and
006310                 sim-ref-digits < 9
006320             add 1 to sim-ref-digits
006330             move sim-ref-expr(sim-ref-scan:1)
006340                 to sim-ref-digit
006350             compute sim-ref-one =
006360                 sim-ref-one * 10 + sim-ref-digit
006370         when other
006380             move "B" to sim-ref-end-sw
006390     end-evaluate
006400     add 1 to sim-ref-scan
006410 3320-take-ref-char-exit.
006420     exit.
006430
006440*================================================================
006450*  3400-EVALUATE-SIDE.  ONE TRIAL CALL, ON THE VALUES ON FILE OR
006460*  WITH THE PROPOSAL IN FORCE.  A PREDECESSOR ON THE TABLE IS
006470*  PASSED ITS OWN SIMULATED ANSWER FOR THE SAME SIDE; ONE NOT ON
006480*  IT (REJECTED, ARCHIVED) IS LEFT TO COBOLSTUFF AND CALCOUT.
006490*================================================================
006500 3400-evaluate-side.
006510     move spaces to calc-communication
006520     move sim-item-expr(sim-sub) to calc-communication
006530     set calc-trial to true
006540     move 0 to calc-request-ref
006550     move 0 to calc-blocked-ref
006560     move sim-item-dec(sim-sub)   to calc-decimal-places
006570     move sim-item-round(sim-sub) to calc-round-mode
006580     move sim-asof to calc-as-of-date
006590     if sim-side-proposed
006600         set calc-scenario to true
006610     else
006620         set calc-no-scenario to true
006630     end-if
006640     move 0 to calc-ref-over-count
006650     perform 3410-pass-ref thru 3410-pass-ref-exit
006660         varying sim-ref-sub from 1 by 1
006670         until sim-ref-sub > sim-ref-count
006680     call "cobolstuff" using calc-communication
006690         calc-return-code calc-extension
006700     set calc-no-trial    to true
006710     set calc-no-scenario to true
006720     move 0 to calc-ref-over-count
006730     move 0 to calc-as-of-date
006740     if not calc-rc-ok
006750         move 0 to calc-result-value
006760     end-if
006770 3400-evaluate-side-exit.
006780     exit.
006790
006800 3410-pass-ref.
006810     move sim-ref-id(sim-ref-sub) to sim-find-id
006820     perform 3800-find-request thru 3800-find-request-exit
006830     if sim-found-sub = 0
006840         go to 3410-pass-ref-exit
006850     end-if
006860     add 1 to calc-ref-over-count
006870     move sim-find-id to calc-ref-over-id(calc-ref-over-count)
006880     move space to calc-ref-over-failed(calc-ref-over-count)
           move 0     to calc-ref-over-date(calc-ref-over-count)
006890     if sim-side-proposed
006900         move sim-item-pro-value(sim-found-sub)
006910             to calc-ref-over-value(calc-ref-over-count)
006920         if sim-item-pro-rc(sim-found-sub) <> 0
006930             move "F" to calc-ref-over-failed(calc-ref-over-count)
006940         end-if
006950     else
006960         move sim-item-cur-value(sim-found-sub)
006970             to calc-ref-over-value(calc-ref-over-count)
006980         if sim-item-cur-rc(sim-found-sub) <> 0
006990             move "F" to calc-ref-over-failed(calc-ref-over-count)
007000         end-if
007010     end-if
007020 3410-pass-ref-exit.
007030     exit.
007040
007050*================================================================
007060*  3800-FIND-REQUEST.  BINARY SEARCH OF THE REQUEST ENTRIES FOR
007070*  SIM-FIND-ID; SIM-FOUND-SUB ZERO WHEN IT IS NOT THERE.
007080*================================================================
007090 3800-find-request.
007100     move 0 to sim-found-sub
007110     move 1 to sim-low
007120     move sim-req-used to sim-high
007130     perform 3810-probe thru 3810-probe-exit
007140         until sim-low > sim-high or sim-found-sub > 0
007150 3800-find-request-exit.
007160     exit.
007170
007180 3810-probe.
007190     compute sim-mid = (sim-low + sim-high) / 2
007200     evaluate true
007210         when sim-item-id(sim-mid) = sim-find-id
007220             move sim-mid to sim-found-sub
007230         when sim-item-id(sim-mid) < sim-find-id
007240             compute sim-low = sim-mid + 1
007250         when other
007260             compute sim-high = sim-mid - 1
007270     end-evaluate
007280 3810-probe-exit.
007290     exit.
007300
007310 3900-mark-circular.
007320     if sim-item-done(sim-sub) <> "Y"
007330         move "Y" to sim-item-done(sim-sub)
007340         move 61  to sim-item-cur-rc(sim-sub)
007350         move 61  to sim-item-pro-rc(sim-sub)
007360     end-if
007370 3900-mark-circular-exit.
007380     exit.
007390
007400*================================================================
007410*  4000-REPORT.  REQUESTOR BY REQUESTOR, IN NAME ORDER, EACH
007420*  WITH ITS OWN SUBTOTAL; THEN THE GRAND TOTAL.  AN ENTRY THAT
007430*  FAILED ON EITHER SIDE IS LISTED BUT LEFT OUT OF THE SUMS.
007440*================================================================
007450 4000-report.
007460     move spaces to sim-report-line
007470     write sim-report-line
007480     write sim-report-line from sim-column-heading
007490     perform 4100-one-requestor thru 4100-one-requestor-exit
007500         varying sim-rq-sub from 1 by 1
007510         until sim-rq-sub > sim-rq-used
007520     move spaces to sim-report-line
007530     write sim-report-line
007540     move "GRAND TOTAL"     to sim-rpt-tot-label
007550     move sim-grand-cur     to sim-rpt-tot-cur
007560     move sim-grand-pro     to sim-rpt-tot-pro
007570     move sim-grand-delta   to sim-rpt-tot-delta
007580     write sim-report-line from sim-total-line
007590     move sim-grand-count   to sim-rpt-cnt
007600     move sim-grand-changed to sim-rpt-cnt-changed
007610     move sim-grand-failed  to sim-rpt-cnt-failed
007620     write sim-report-line from sim-count-line
007630 4000-report-exit.
007640     exit.
007650
007660 4100-one-requestor.
007670     move spaces to sim-report-line
007680     write sim-report-line
007690     move sim-rq-id(sim-rq-sub) to sim-rpt-requestor
007700     write sim-report-line from sim-requestor-line
007710     perform 4200-one-item thru 4200-one-item-exit
007720         varying sim-rq-item from 1 by 1
007730         until sim-rq-item > sim-item-used
007740     move "  SUBTOTAL"          to sim-rpt-tot-label
007750     move sim-rq-cur(sim-rq-sub)   to sim-rpt-tot-cur
007760     move sim-rq-pro(sim-rq-sub)   to sim-rpt-tot-pro
007770     move sim-rq-delta(sim-rq-sub) to sim-rpt-tot-delta
007780     write sim-report-line from sim-total-line
007790     move sim-rq-count(sim-rq-sub)   to sim-rpt-cnt
007800     move sim-rq-changed(sim-rq-sub) to sim-rpt-cnt-changed
007810     move sim-rq-failed(sim-rq-sub)  to sim-rpt-cnt-failed
007820     write sim-report-line from sim-count-line
007830     add sim-rq-count(sim-rq-sub)   to sim-grand-count
007840     add sim-rq-changed(sim-rq-sub) to sim-grand-changed
007850     add sim-rq-failed(sim-rq-sub)  to sim-grand-failed
007860     add sim-rq-cur(sim-rq-sub)     to sim-grand-cur
007870     add sim-rq-pro(sim-rq-sub)     to sim-grand-pro
007880     add sim-rq-delta(sim-rq-sub)   to sim-grand-delta
007890 4100-one-requestor-exit.
007900     exit.
007910
007920*================================================================
007930*  4200-ONE-ITEM.  ONE DETAIL LINE FOR AN ENTRY OF THIS
007940*  REQUESTOR'S.
007950*================================================================
007960 4200-one-item.
007970     if sim-item-requestor(sim-rq-item) <> sim-rq-id(sim-rq-sub)
007980         go to 4200-one-item-exit
007990     end-if
008000     add 1 to sim-rq-count(sim-rq-sub)
008010     move spaces to sim-detail-line
008020     move sim-item-kind(sim-rq-item)      to sim-rpt-kind
008030     move sim-item-id(sim-rq-item)        to sim-rpt-id
008040     move sim-item-expr(sim-rq-item)(1:19) to sim-rpt-expr
008050     move sim-item-cur-value(sim-rq-item) to sim-rpt-cur
008060     move sim-item-pro-value(sim-rq-item) to sim-rpt-pro
008070     if sim-item-cur-rc(sim-rq-item) <> 0 or
008080             sim-item-pro-rc(sim-rq-item) <> 0
008090         add 1 to sim-rq-failed(sim-rq-sub)
008100         add 1 to sim-err-count
008110         move spaces to sim-rpt-delta-x
008120         perform 4300-failure-note thru 4300-failure-note-exit
008130         write sim-report-line from sim-detail-line
008140         go to 4200-one-item-exit
008150     end-if
008160     add 1 to sim-ok-count
008170     compute sim-delta = sim-item-pro-value(sim-rq-item)
008180         - sim-item-cur-value(sim-rq-item)
008190     move sim-delta to sim-rpt-delta
008200     if sim-delta = 0
008210         move "SAME" to sim-rpt-note
008220     else
008230         move "CHANGED" to sim-rpt-note
008240         add 1 to sim-rq-changed(sim-rq-sub)
008250         add 1 to sim-changed-count
008260     end-if
008270     add sim-item-cur-value(sim-rq-item) to sim-rq-cur(sim-rq-sub)
008280     add sim-item-pro-value(sim-rq-item) to sim-rq-pro(sim-rq-sub)
008290     add sim-delta to sim-rq-delta(sim-rq-sub)
008300     write sim-report-line from sim-detail-line
008310 4200-one-item-exit.
008320     exit.
008330
008340*================================================================
008350*  4300-FAILURE-NOTE.  WHICH SIDE FAILED, WITH ITS RETURN CODE;
008360*  A FAILED SIDE'S ANSWER COLUMN IS LEFT BLANK.
008370*================================================================
008380 4300-failure-note.
008390     evaluate true
008400         when sim-item-cur-rc(sim-rq-item) <> 0 and
008410                 sim-item-pro-rc(sim-rq-item) <> 0
008420             string "BOTH RC " sim-item-pro-rc(sim-rq-item)
008430                 delimited by size into sim-rpt-note
008440             move spaces to sim-rpt-cur-x
008450             move spaces to sim-rpt-pro-x
008460         when sim-item-cur-rc(sim-rq-item) <> 0
008470             string "CUR RC " sim-item-cur-rc(sim-rq-item)
008480                 delimited by size into sim-rpt-note
008490             move spaces to sim-rpt-cur-x
008500         when other
008510             string "PRO RC " sim-item-pro-rc(sim-rq-item)
008520                 delimited by size into sim-rpt-note
008530             move spaces to sim-rpt-pro-x
008540     end-evaluate
008550 4300-failure-note-exit.
008560     exit.
008570
008580*================================================================
008590*  5000-FINALIZE.
008600*================================================================
008610 5000-finalize.
008620     if sim-report-status = "00"
008630         move spaces to sim-report-line
008640         write sim-report-line
008650         move sim-scn-count to sim-rpt-scns
008660         move sim-req-count to sim-rpt-reqs
008670         move sim-std-count to sim-rpt-stds
008680         write sim-report-line from sim-report-total
008690         if sim-abort
008700             move "*** RUN ABORTED -- SIMULATION INCOMPLETE ***"
008710                 to sim-report-line
008720             write sim-report-line
008730         end-if
008740         close sim-report-file
008750     end-if
008760     display "CALCSIM: " sim-item-used " EVALUATED, "
008770         sim-changed-count " CHANGED, " sim-err-count " FAILED"
008780 5000-finalize-exit.
008790     exit.
008800
008810*================================================================
008820*  9000-LOG-START.  ONE START RECORD ON THE CALCRUN MASTER.
008830*================================================================
008840 9000-log-start.
008850     move "CALCSIM " to calc-run-pgm
008860     move "S"        to calc-run-phase
008870     move " "        to calc-run-mode
008880     move 0          to calc-run-stream
008890     move 0          to calc-run-read
008900     move 0          to calc-run-ok
008910     move 0          to calc-run-err
008920     move " "        to calc-run-outcome
008930     call "calcrun" using calc-run-record
008940 9000-log-start-exit.
008950     exit.
008960
008970*================================================================
008980*  9100-LOG-END.
008990*================================================================
009000 9100-log-end.
009010     move "E"              to calc-run-phase
009020     move sim-item-used    to calc-run-read
009030     move sim-ok-count     to calc-run-ok
009040     move sim-err-count    to calc-run-err
009050     if sim-abort
009060         move "A" to calc-run-outcome
009070     else
009080         move "C" to calc-run-outcome
009090     end-if
009100     call "calcrun" using calc-run-record
009110 9100-log-end-exit.
009120     exit.
