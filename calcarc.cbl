000010 identification division.
000020 program-id.  calcarc.
000030 author.      data processing.
000040 installation. ops-applications.
000050 date-written. 10/15/2026.
000060 date-compiled.
000070*================================================================
000080*  MODIFICATION HISTORY
000090*  ----------------------------------------------------------
000100*  10/15/26  DP   ORIGINAL PROGRAM.  PERIOD-END ARCHIVE AND
000110*                 PURGE OF CALCIN, CALCOUT AND CALCHIS.  A
000120*                 REQUEST IS COMPLETED WHEN ITS CALCOUT RESULT
000130*                 CALCULATED CLEAN (RETURN CODE 00) AND WAS NOT
000140*                 REJECTED BY THE LEDGER; ONE WHOSE LAST RUN IS
000150*                 OLDER THAN THE RETENTION ON THE CALCARET PARM
000160*                 (DEFAULT 90 DAYS) MOVES, WITH ITS CALCOUT
000170*                 RESULT AND EVERY CALCHIS RECORD, TO THE DATED
000180*                 CALCIN.AYYYYMMDD, CALCOUT.AYYYYMMDD AND
000190*                 CALCHIS.AYYYYMMDD FILES, AND IS INDEXED ON
000200*                 CALCARX FOR CALCINQ.  A REQUEST WHOSE ANSWER
000210*                 A LIVE REQUEST OR A CALCSTD TEMPLATE STILL
000220*                 USES THROUGH REQ(NNNN) STAYS, AS DOES THE
000230*                 HIGHEST ID, WHICH NEW IDS ARE NUMBERED PAST.
000240*                 THE LIVE FILES ARE ONLY PURGED AFTER EVERY
000250*                 ARCHIVE CLOSED CLEAN.  ARCRPT IS THE REGISTER:
000260*                 EVERY REQUEST ARCHIVED OR KEPT BACK, AND
000270*                 BEFORE / ARCHIVED / AFTER COUNTS PER FILE THAT
000280*                 MUST BALANCE.
000281*  10/15/26  DP   AN ANSWER HELD FOR BREAKING A TOLERANCE LIMIT
000282*                 (RETURN CODE 70) IS COMPLETE ONCE A SUPERVISOR
000283*                 HAS RELEASED IT; UNTIL THEN IT STAYS.  A
000284*                 REQUEST NAMED AS ANOTHER'S TOLERANCE BASIS IS
000285*                 PINNED LIKE A REQ(NNNN) PREDECESSOR.  ARCHIVE
000286*                 WIDTHS FOLLOW THE WIDER CALCIN AND CALCOUT.
000287*  10/15/26  DP   ARCHIVE WIDTHS FOLLOW CALCIN AND CALCOUT AGAIN
000288*                 FOR THE REQUEST LIFECYCLE STAMPS.
000289*  10/15/26  DP   A TOLERANCE-BASIS PIN IS ONE LEVEL DEEP: ONLY
00028A*                 A REQUEST STAYING ON ITS OWN MERITS (NOT YET
00028B*                 COMPLETE, OR THE HIGHEST ID) KEEPS ITS BASIS,
00028C*                 SO GENERATED INSTANCES OF A STANDING TEMPLATE
00028D*                 NO LONGER CHAIN BACK TO THE FIRST ONE.
000290*================================================================
000300 environment division.
000310 configuration section.
000320 input-output section.
000330 file-control.
000340     select calc-input-file assign to "CALCIN"
000350         organization is indexed
000360         access mode is dynamic
000370         record key is calc-request-id
000380         file status is arc-input-status.
000390     select calc-output-file assign to "CALCOUT"
000400         organization is indexed
000410         access mode is dynamic
000420         record key is calc-out-id
000430         file status is arc-output-status.
000440     select calc-history-file assign to "CALCHIS"
000450         organization is line sequential
000460         file status is arc-history-status.
000470     select standing-file assign to "CALCSTD"
000480         organization is line sequential
000490         file status is arc-standing-status.
000500     select retain-parm-file assign to "CALCARET"
000510         organization is line sequential
000520         file status is arc-parm-status.
000530*    the kept CALCHIS records, copied back over the live file
000540*    once the archives are safe.
000550     select history-work-file assign to "CALCHISW"
000560         organization is line sequential
000570         file status is arc-work-status.
000580     select arc-in-file assign using arc-in-name
000590         organization is line sequential
000600         file status is arc-arcin-status.
000610     select arc-out-file assign using arc-out-name
000620         organization is line sequential
000630         file status is arc-arcout-status.
000640     select arc-his-file assign using arc-his-name
000650         organization is line sequential
000660         file status is arc-archis-status.
000670     select calc-arx-file assign to "CALCARX"
000680         organization is indexed
000690         access mode is random
000700         record key is calc-arx-id
000710         file status is arc-arx-status.
000720     select arc-report-file assign to "ARCRPT"
000730         organization is line sequential
000740         file status is arc-report-status.
000750
000760 data division.
000770 file section.
000780 fd  calc-input-file.
000790     copy calcinrec.
000800
000810 fd  calc-output-file.
000820     copy calcoutrec.
000830
000840 fd  calc-history-file.
000850     copy calchisrec.
000860
000870 fd  standing-file.
000880     copy calcstdrec.
000890
000900 fd  retain-parm-file.
000910 01  arc-parm-record             pic x(80).
000920
000930 fd  history-work-file.
000940*    a byte-for-byte copy of the history record -- keep this
000950*    width in step with the record in calchisrec.cpy.
000960 01  arc-work-record             pic x(45).
000970
000980*    the three archives are byte-for-byte copies of the live
000990*    records -- keep these widths in step with calcinrec.cpy,
001000*    calcoutrec.cpy and calchisrec.cpy.
001010 fd  arc-in-file.
001020 01  arc-in-record               pic x(202).
001030
001040 fd  arc-out-file.
001050 01  arc-out-record              pic x(132).
001060
001070 fd  arc-his-file.
001080 01  arc-his-record              pic x(45).
001090
001100 fd  calc-arx-file.
001110     copy calcarxrec.
001120
001130 fd  arc-report-file.
001140 01  arc-report-line             pic x(132).
001150
001160 working-storage section.
001170     copy calcrunrec.
001180
001190 01  arc-input-status            pic x(02) value "00".
001200 01  arc-output-status           pic x(02) value "00".
001210 01  arc-history-status          pic x(02) value "00".
001220 01  arc-standing-status         pic x(02) value "00".
001230 01  arc-parm-status             pic x(02) value "00".
001240 01  arc-work-status             pic x(02) value "00".
001250 01  arc-arcin-status            pic x(02) value "00".
001260 01  arc-arcout-status           pic x(02) value "00".
001270 01  arc-archis-status           pic x(02) value "00".
001280 01  arc-arx-status              pic x(02) value "00".
001290 01  arc-report-status           pic x(02) value "00".
001300
001310 01  arc-switches.
001320     05  arc-abort-sw            pic x(01) value "N".
001330         88  arc-abort           value "Y".
001340*    nothing completed and old enough is a quiet clean exit.
001350     05  arc-nothing-sw          pic x(01) value "N".
001360         88  arc-nothing         value "Y".
001370     05  arc-eof-sw              pic x(01) value "N".
001380         88  arc-eof             value "Y".
001390     05  arc-his-present-sw      pic x(01) value "N".
001400         88  arc-his-present     value "Y".
001410     05  arc-pin-changed-sw      pic x(01) value "N".
001420         88  arc-pin-changed     value "Y".
001430     05  arc-balanced-sw         pic x(01) value "Y".
001440         88  arc-balanced        value "Y".
001450*    once the purge has started an abort no longer means the
001460*    live files are whole.
001470     05  arc-purge-sw            pic x(01) value "N".
001480         88  arc-purge-started   value "Y".
001490     05  arc-his-replaced-sw     pic x(01) value "N".
001500         88  arc-his-replaced    value "Y".
001510
001520 01  arc-counters.
001530     05  arc-in-before           pic 9(09) value 0.
001540     05  arc-in-archived         pic 9(09) value 0.
001550     05  arc-in-after            pic 9(09) value 0.
001560     05  arc-out-before          pic 9(09) value 0.
001570     05  arc-out-archived        pic 9(09) value 0.
001580     05  arc-out-after           pic 9(09) value 0.
001590     05  arc-his-before          pic 9(09) value 0.
001600     05  arc-his-archived        pic 9(09) value 0.
001610     05  arc-his-after           pic 9(09) value 0.
001620     05  arc-his-kept            pic 9(09) value 0.
001630     05  arc-eligible-count      pic 9(09) value 0.
001640     05  arc-pinned-count        pic 9(09) value 0.
001650     05  arc-in-deleted          pic 9(09) value 0.
001660     05  arc-out-deleted         pic 9(09) value 0.
001670     05  arc-lost-count          pic 9(09) value 0.
001680*    one file's line of the count block, as it is printed.
001690     05  arc-chk-before          pic 9(09) value 0.
001700     05  arc-chk-archived        pic 9(09) value 0.
001710     05  arc-chk-after           pic 9(09) value 0.
001720
001730 01  arc-today                   pic 9(08) value 0.
001740 01  arc-cutoff-date             pic 9(08) value 0.
001750 01  arc-today-int               pic 9(08) value 0.
001760 01  arc-cutoff-int              pic 9(08) value 0.
001770
001780*    operations sets the retention in days (first three columns,
001790*    zero-padded) on the CALCARET parm; no parm means 90 days.
001800 01  arc-retention-days          pic 9(03) value 090.
001810 01  arc-parm-digits             pic x(03) value spaces.
001820 01  arc-parm-num redefines arc-parm-digits
001830                                 pic 9(03).
001840
001850*    "CALCIN.A" etc. plus the run date name the period's
001860*    archives.
001870 01  arc-in-name                 pic x(17) value spaces.
001880 01  arc-out-name                pic x(17) value spaces.
001890 01  arc-his-name                pic x(17) value spaces.
001900 01  arc-work-name               pic x(17) value "CALCHISW".
001910
001920*    every eligible request, in CALCIN key order (the order the
001930*    walk reads them), so CALCHIS can be matched by binary
001940*    search.  a pinned one stays on the live files.  past
001950*    20000 the rest simply wait for the next period end.
001960 01  arc-cand-used               pic 9(05) value 0.
001970 01  arc-cand-table.
001980     05  arc-cand-entry          occurs 20000 times.
001990         10  arc-cand-id         pic 9(09).
002000*        'Y' kept because its answer is still used, 'H' kept
002010*        as the highest id on CALCIN, 'B' kept as the tolerance
002015*        basis of a request staying on its own merits.
002020         10  arc-cand-pinned     pic x(01).
002030             88  arc-cand-kept   value "Y" "H" "B".
002040         10  arc-cand-requestor  pic x(08).
002050         10  arc-cand-run-date   pic 9(08).
002060         10  arc-cand-his-count  pic 9(05).
002070 01  arc-cand-sub                pic 9(05) value 0.
002080 01  arc-high-id                 pic 9(09) value 0.
002090
002100*    every REQ(nnnn) reference found: by which eligible request
002110*    (its table entry) or, from-sub zero, by a request that is
002120*    staying or a CALCSTD template.  a referenced request that
002130*    stays pins its own predecessors in turn.  kind 'R' is a
002133*    REQ(nnnn) reference, 'B' a tolerance basis, which pins one
002136*    level only.
002140 01  arc-ref-used                pic 9(05) value 0.
002150 01  arc-ref-table.
002160     05  arc-ref-entry           occurs 5000 times.
002170         10  arc-ref-from-sub    pic 9(05).
002173*        'R' REQ(nnnn), 'B' tolerance basis.
002176         10  arc-ref-kind        pic x(01).
002180         10  arc-ref-to-id       pic 9(09).
002190 01  arc-ref-sub                 pic 9(05) value 0.
002200 01  arc-ref-from                pic 9(05) value 0.
002210
002220*    binary search of arc-cand-table.
002230 01  arc-find-id                 pic 9(09) value 0.
002240 01  arc-found-sub               pic 9(05) value 0.
002250 01  arc-low                     pic 9(05) value 0.
002260 01  arc-high                    pic 9(05) value 0.
002270 01  arc-mid                     pic 9(05) value 0.
002280
002290*    the REQ( scan, the same rules calcbat resolves them by.
002300 01  arc-ref-expr                pic x(80) value spaces.
002310 01  arc-ref-pos                 pic 9(02) value 0.
002320 01  arc-ref-scan                pic 9(02) value 0.
002330 01  arc-ref-id                  pic 9(09) value 0.
002340 01  arc-ref-digits              pic 9(02) value 0.
002350 01  arc-ref-digit               pic 9(01) value 0.
002360 01  arc-ref-end-sw              pic x(01) value "N".
002370
002380 01  arc-report-heading-1.
002390     05  filler                  pic x(48) value
002400         "CALCARC -- PERIOD-END ARCHIVE AND PURGE REGISTER".
002410 01  arc-report-heading-2.
002420     05  filler                  pic x(10) value "RUN DATE".
002430     05  arc-rpt-today           pic 9(08).
002440     05  filler                  pic x(14) value
002450         "    RETENTION".
002460     05  arc-rpt-retention       pic zz9.
002470     05  filler                  pic x(25) value
002480         " DAYS -- LAST RUN BEFORE".
002490     05  arc-rpt-cutoff          pic 9(08).
002500 01  arc-report-heading-3.
002510     05  filler                  pic x(13) value "ARCHIVE FILES".
002520     05  arc-rpt-in-name         pic x(19).
002530     05  arc-rpt-out-name        pic x(19).
002540     05  arc-rpt-his-name        pic x(17).
002550 01  arc-report-heading-4.
002560     05  filler                  pic x(50) value
002570         "  REQUEST ID  REQUESTOR  LAST RUN  HISTORY  ACTION".
002580
002590 01  arc-item-line.
002600     05  filler                  pic x(02) value spaces.
002610     05  arc-itm-id              pic zzzzzzzz9.
002620     05  filler                  pic x(02) value spaces.
002630     05  arc-itm-requestor       pic x(08).
002640     05  filler                  pic x(03) value spaces.
002650     05  arc-itm-run-date        pic 9(08).
002660     05  filler                  pic x(02) value spaces.
002670     05  arc-itm-his-count       pic zzzz9.
002680     05  filler                  pic x(04) value spaces.
002690     05  arc-itm-text            pic x(60).
002700
002710 01  arc-count-heading.
002720     05  filler                  pic x(60) value
002730         "  FILE              BEFORE     ARCHIVED        AFTER".
002740 01  arc-count-line.
002750     05  filler                  pic x(02) value spaces.
002760     05  arc-cnt-file            pic x(10).
002770     05  arc-cnt-before          pic zzz,zzz,zz9.
002780     05  filler                  pic x(02) value spaces.
002790     05  arc-cnt-archived        pic zzz,zzz,zz9.
002800     05  filler                  pic x(02) value spaces.
002810     05  arc-cnt-after           pic zzz,zzz,zz9.
002820     05  filler                  pic x(03) value spaces.
002830     05  arc-cnt-text            pic x(30).
002840
002850 01  arc-report-total-1.
002860     05  filler                  pic x(20) value
002870         "ELIGIBLE . . . . . .".
002880     05  arc-rpt-eligible        pic zzz,zz9.
002890     05  filler                  pic x(06) value spaces.
002900     05  filler                  pic x(20) value
002910         "KEPT BACK . . . . .".
002920     05  arc-rpt-pinned          pic zzz,zz9.
002930     05  filler                  pic x(06) value spaces.
002940     05  filler                  pic x(20) value
002950         "LEFT FOR NEXT RUN. .".
002960     05  arc-rpt-lost            pic zzz,zz9.
002970
002980 01  arc-signoff-line.
002990     05  filler                  pic x(60) value
003000         "BALANCED -- EVERY RECORD IS LIVE OR ARCHIVED.".
003010 01  arc-held-line.
003020     05  filler                  pic x(60) value
003030         "OUT OF BALANCE -- SEE THE COUNTS ABOVE.".
003040 01  arc-abort-line.
003050     05  filler                  pic x(60) value
003060         "ABORTED -- LIVE FILES NOT PURGED.".
003070 01  arc-purge-abort-line.
003080     05  filler                  pic x(60) value
003090         "ABORTED DURING THE PURGE -- SEE THE COUNTS ABOVE.".
003100
003110 procedure division.
003120
003130*================================================================
003140*  0000-MAINLINE.  DECIDE FIRST, ARCHIVE SECOND, AND PURGE THE
003150*  LIVE FILES ONLY AFTER EVERY ARCHIVE CLOSED CLEAN -- A FAILED
003160*  RUN LEAVES THE LIVE FILES WHOLE.  ANY TROUBLE, OR COUNTS
003170*  THAT DON'T BALANCE, SET RETURN CODE 8.
003180*================================================================
003190 0000-mainline.
003200     perform 1000-initialize      thru 1000-initialize-exit
003210     perform 9000-log-start       thru 9000-log-start-exit
003220     if not arc-abort and not arc-nothing
003230         perform 2000-select-requests
003240             thru 2000-select-requests-exit
003250         perform 2300-template-refs thru 2300-template-refs-exit
003260         perform 2400-pin-used      thru 2400-pin-used-exit
003270         perform 2500-count-output  thru 2500-count-output-exit
003280     end-if
003290     if not arc-abort and not arc-nothing
003300         perform 3000-write-archives
003310             thru 3000-write-archives-exit
003320     end-if
003330     if not arc-abort and not arc-nothing
003340         perform 4000-purge-live    thru 4000-purge-live-exit
003350     end-if
003360     if not arc-nothing
003370         perform 5000-count-after   thru 5000-count-after-exit
003380         perform 6000-print-register
003390             thru 6000-print-register-exit
003400         close calc-input-file
003410         close calc-output-file
003420         close arc-report-file
003430         display "CALCARC: " arc-in-archived
003440             " REQUESTS ARCHIVED TO " arc-in-name
003450     end-if
003460     perform 9100-log-end         thru 9100-log-end-exit
003470     if arc-abort or not arc-balanced
003480         move 8 to return-code
003490     end-if
003500     goback.
003510
003520*================================================================
003530*  1000-INITIALIZE.  CALCIN AND CALCOUT MUST OPEN FOR UPDATE; NO
003540*  CALCOUT AT ALL MEANS NOTHING HAS EVER COMPLETED, A QUIET
003550*  EXIT.  THE CUTOFF IS TODAY LESS THE RETENTION DAYS.
003560*================================================================
003570 1000-initialize.
003580     open input retain-parm-file
003590     if arc-parm-status = "00"
003600         read retain-parm-file
003610             at end
003620                 continue
003630             not at end
003640                 move arc-parm-record(1:3) to arc-parm-digits
003650                 if arc-parm-digits is numeric and
003660                         arc-parm-num > 0
003670                     move arc-parm-num to arc-retention-days
003680                 end-if
003690         end-read
003700         close retain-parm-file
003710     end-if
003720
003730     accept arc-today from date yyyymmdd
003740     compute arc-today-int = function integer-of-date(arc-today)
003750     compute arc-cutoff-int = arc-today-int - arc-retention-days
003760     compute arc-cutoff-date =
003770         function date-of-integer(arc-cutoff-int)
003780     move spaces to arc-in-name
003790     string "CALCIN.A" arc-today delimited by size
003800         into arc-in-name
003810     move spaces to arc-out-name
003820     string "CALCOUT.A" arc-today delimited by size
003830         into arc-out-name
003840     move spaces to arc-his-name
003850     string "CALCHIS.A" arc-today delimited by size
003860         into arc-his-name
003870
003880     open i-o calc-output-file
003890     if arc-output-status <> "00"
003900         display "CALCARC: NO CALCOUT TO ARCHIVE, STATUS="
003910             arc-output-status
003920         move "Y" to arc-nothing-sw
003930         go to 1000-initialize-exit
003940     end-if
003950     open i-o calc-input-file
003960     if arc-input-status <> "00"
003970         display "CALCARC: UNABLE TO OPEN CALCIN, STATUS="
003980             arc-input-status
003990         move "Y" to arc-abort-sw
004000         move "Y" to arc-nothing-sw
004010         close calc-output-file
004020         go to 1000-initialize-exit
004030     end-if
004040     open output arc-report-file
004050     if arc-report-status <> "00"
004060         display "CALCARC: UNABLE TO OPEN ARCRPT, STATUS="
004070             arc-report-status
004080         move "Y" to arc-abort-sw
004090         move "Y" to arc-nothing-sw
004100         close calc-input-file
004110         close calc-output-file
004120     end-if
004130 1000-initialize-exit.
004140     exit.
004150
004160*================================================================
004170*  2000-SELECT-REQUESTS.  WALK CALCIN IN KEY ORDER.  A REQUEST
004180*  WHOSE RESULT CALCULATED CLEAN (OR WAS HELD ON A TOLERANCE
004185*  LIMIT AND RELEASED), WAS NOT REJECTED BY THE LEDGER, AND
004190*  LAST RAN BEFORE THE CUTOFF IS ELIGIBLE; EVERY OTHER REQUEST
004200*  STAYS.  THE REQ(NNNN) AND TOLERANCE-BASIS REFERENCES OF
004210*  BOTH ARE NOTED FOR THE PINNING PASS.  CALCENT AND CALCGEN
004220*  NUMBER NEW REQUESTS ONE PAST THE HIGHEST ID ON CALCIN, SO THE
004230*  HIGHEST ALWAYS STAYS -- ARCHIVING IT WOULD HAND ITS ID OUT
004235*  AGAIN.
004240*================================================================
004250 2000-select-requests.
004260     move "N" to arc-eof-sw
004270     move 0 to arc-high-id
004280     perform 2100-select-one thru 2100-select-one-exit
004290         until arc-eof
004300     if arc-cand-used > 0
004310         if arc-cand-id(arc-cand-used) = arc-high-id
004320             move "H" to arc-cand-pinned(arc-cand-used)
004330             add 1 to arc-pinned-count
004340         end-if
004350     end-if
004360 2000-select-requests-exit.
004370     exit.
004380
004390 2100-select-one.
004400     read calc-input-file next record
004410         at end
004420             move "Y" to arc-eof-sw
004430             go to 2100-select-one-exit
004440     end-read
004450     add 1 to arc-in-before
004460     move calc-request-id to arc-high-id
004470     move 0 to arc-ref-from
004480     move calc-request-id to calc-out-id
004490     read calc-output-file
004500         invalid key
004510             go to 2100-select-refs
004520     end-read
004530     if (calc-out-rc <> 0 and
004533             not (calc-out-held and calc-out-tol-released)) or
004536             calc-out-gl-rejected or
004540             calc-out-run-date >= arc-cutoff-date
004550         go to 2100-select-refs
004560     end-if
004570     add 1 to arc-eligible-count
004580     if arc-cand-used >= 20000
004590         add 1 to arc-lost-count
004600         go to 2100-select-refs
004610     end-if
004620     add 1 to arc-cand-used
004630     move calc-request-id      to arc-cand-id(arc-cand-used)
004640     move "N"                  to arc-cand-pinned(arc-cand-used)
004650     move calc-input-requestor
004660         to arc-cand-requestor(arc-cand-used)
004670     move calc-out-run-date    to arc-cand-run-date(arc-cand-used)
004680     move 0 to arc-cand-his-count(arc-cand-used)
004690     move arc-cand-used to arc-ref-from.
004700 2100-select-refs.
004710     move calc-input-expr to arc-ref-expr
004720     perform 2200-list-refs thru 2200-list-refs-exit
004722     if calc-input-tol-basis is numeric and
004724             calc-input-tol-basis > 0
004726         perform 2230-basis-ref thru 2230-basis-ref-exit
004728     end-if
004730 2100-select-one-exit.
004740     exit.
004750
004760*================================================================
004770*  2200-LIST-REFS.  EVERY REQ(NNNN) IN ARC-REF-EXPR GOES ON THE
004780*  REFERENCE TABLE AGAINST ARC-REF-FROM.  AN OVERFLOWING TABLE
004790*  COULD LET A STILL-USED REQUEST GO, SO IT STOPS THE RUN.
004800*================================================================
004810 2200-list-refs.
004820     inspect arc-ref-expr converting
004830         "abcdefghijklmnopqrstuvwxyz" to
004840         "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
004850     perform 2210-check-ref-at thru 2210-check-ref-at-exit
004860         varying arc-ref-pos from 1 by 1
004870         until arc-ref-pos > 76
004880 2200-list-refs-exit.
004890     exit.
004900
004910*================================================================
004920*  2210-CHECK-REF-AT.  "REQ(" AT THIS POSITION, NOT THE TAIL OF
004930*  SOME LONGER NAME, STARTS A REFERENCE.
004940*================================================================
004950 2210-check-ref-at.
004960     if arc-ref-expr(arc-ref-pos:4) <> "REQ("
004970         go to 2210-check-ref-at-exit
004980     end-if
004990     if arc-ref-pos > 1
005000         if arc-ref-expr(arc-ref-pos - 1:1) >= "A" and
005010                 arc-ref-expr(arc-ref-pos - 1:1) <= "Z"
005020             go to 2210-check-ref-at-exit
005030         end-if
005040     end-if
005050     move 0   to arc-ref-id
005060     move 0   to arc-ref-digits
005070     move "N" to arc-ref-end-sw
005080     compute arc-ref-scan = arc-ref-pos + 4
005090     perform 2220-take-ref-char thru 2220-take-ref-char-exit
005100         until arc-ref-end-sw <> "N" or arc-ref-scan > 80
005110     if arc-ref-end-sw <> "Y" or arc-ref-digits = 0
005120         go to 2210-check-ref-at-exit
005130     end-if
005140     if arc-ref-used >= 5000
005150         display "CALCARC: OVER 5000 REQ() REFERENCES -- "
005160             "CANNOT TELL WHICH REQUESTS ARE STILL USED"
005170         move "Y" to arc-abort-sw
005180         go to 2210-check-ref-at-exit
005190     end-if
005200     add 1 to arc-ref-used
005210     move arc-ref-from to arc-ref-from-sub(arc-ref-used)
005220     move arc-ref-id   to arc-ref-to-id(arc-ref-used)
005225     move "R"          to arc-ref-kind(arc-ref-used)
005230 2210-check-ref-at-exit.
005240     exit.
005250
005260*================================================================
005270*  2220-TAKE-REF-CHAR.  DIGITS (AT MOST NINE) AND BLANKS UP TO
005280*  THE CLOSING ')'.
005290*================================================================
005300 2220-take-ref-char.
005310     evaluate true
005320         when arc-ref-expr(arc-ref-scan:1) = ")"
005330             move "Y" to arc-ref-end-sw
005340         when arc-ref-expr(arc-ref-scan:1) = " "
005350             continue
005360         when arc-ref-expr(arc-ref-scan:1) is numeric and
005370                 arc-ref-digits < 9
005380             add 1 to arc-ref-digits
005390             move arc-ref-expr(arc-ref-scan:1)
005400                 to arc-ref-digit
005410             compute arc-ref-id =
005420                 arc-ref-id * 10 + arc-ref-digit
005430         when other
005440             move "B" to arc-ref-end-sw
005450     end-evaluate
005460     add 1 to arc-ref-scan
005470 2220-take-ref-char-exit.
005480     exit.
005490
005491*================================================================
005492*  2230-BASIS-REF.  THE REQUEST WHOSE LAST ANSWER THIS ONE'S
005493*  PERCENT-CHANGE LIMIT IS MEASURED AGAINST GOES ON THE SAME
005494*  TABLE AS A REQ(NNNN) PREDECESSOR, MARKED 'B'.  IT IS ONLY
005495*  NEEDED WHILE THIS ONE STAYS ON ITS OWN MERITS, SO IT PINS
005496*  ONE LEVEL DEEP (SEE 2420-PIN-ONE).
005497*================================================================
005498 2230-basis-ref.
005499     if arc-ref-used >= 5000
00549A         display "CALCARC: OVER 5000 REQ() REFERENCES -- "
00549B             "CANNOT TELL WHICH REQUESTS ARE STILL USED"
00549C         move "Y" to arc-abort-sw
00549D         go to 2230-basis-ref-exit
00549E     end-if
00549F     add 1 to arc-ref-used
00549G     move arc-ref-from         to arc-ref-from-sub(arc-ref-used)
00549H     move calc-input-tol-basis to arc-ref-to-id(arc-ref-used)
00549I     move "B"                  to arc-ref-kind(arc-ref-used)
00549J 2230-basis-ref-exit.
00549K     exit.
00549L
005500*================================================================
005510*  2300-TEMPLATE-REFS.  A STANDING TEMPLATE THAT NAMES A REQUEST
005520*  WILL GENERATE A NEW REQUEST NEEDING THAT ANSWER.  NO CALCSTD
005530*  JUST MEANS NO TEMPLATES.
005540*================================================================
005550 2300-template-refs.
005560     open input standing-file
005570     if arc-standing-status <> "00"
005580         go to 2300-template-refs-exit
005590     end-if
005600     move "N" to arc-eof-sw
005610     perform 2310-template-one thru 2310-template-one-exit
005620         until arc-eof
005630     close standing-file
005640 2300-template-refs-exit.
005650     exit.
005660
005670 2310-template-one.
005680     read standing-file
005690         at end
005700             move "Y" to arc-eof-sw
005710             go to 2310-template-one-exit
005720     end-read
005730     move 0 to arc-ref-from
005740     move calc-std-expr to arc-ref-expr
005750     perform 2200-list-refs thru 2200-list-refs-exit
005760 2310-template-one-exit.
005770     exit.
005780
005790*================================================================
005800*  2400-PIN-USED.  AN ELIGIBLE REQUEST NAMED BY ONE THAT STAYS
005810*  (OR BY A TEMPLATE) STAYS TOO -- A RERUN OF THE ONE STAYING
005820*  NEEDS ITS ANSWER -- AND THEN PINS ITS OWN PREDECESSORS.
005830*  REPEATED UNTIL A PASS PINS NOTHING NEW.  A TOLERANCE BASIS
005832*  IS ONLY ONE LEVEL DEEP: IT IS KEPT FOR A REQUEST THAT IS NOT
005834*  ELIGIBLE OR IS THE HIGHEST ID, NEVER FOR ONE THAT STAYS ONLY
005836*  BECAUSE IT WAS PINNED ITSELF, OR EACH GENERATED INSTANCE OF
005838*  A STANDING TEMPLATE WOULD HOLD BACK ALL THOSE BEFORE IT.
005840*================================================================
005850 2400-pin-used.
005860     move "Y" to arc-pin-changed-sw
005870     perform 2410-pin-pass thru 2410-pin-pass-exit
005880         until not arc-pin-changed
005890 2400-pin-used-exit.
005900     exit.
005910
005920 2410-pin-pass.
005930     move "N" to arc-pin-changed-sw
005940     perform 2420-pin-one thru 2420-pin-one-exit
005950         varying arc-ref-sub from 1 by 1
005960         until arc-ref-sub > arc-ref-used
005970 2410-pin-pass-exit.
005980     exit.
005990
006000 2420-pin-one.
006010     move arc-ref-from-sub(arc-ref-sub) to arc-ref-from
006020     if arc-ref-from > 0
006030         if not arc-cand-kept(arc-ref-from)
006040             go to 2420-pin-one-exit
006050         end-if
006052         if arc-ref-kind(arc-ref-sub) = "B"
006054             and arc-cand-pinned(arc-ref-from) <> "H"
006056             go to 2420-pin-one-exit
006058         end-if
006060     end-if
006070     move arc-ref-to-id(arc-ref-sub) to arc-find-id
006080     perform 3900-find-candidate thru 3900-find-candidate-exit
006090     if arc-found-sub = 0
006100         go to 2420-pin-one-exit
006110     end-if
006120     if not arc-cand-kept(arc-found-sub)
006130         move "Y" to arc-cand-pinned(arc-found-sub)
006132         if arc-ref-kind(arc-ref-sub) = "B"
006134             move "B" to arc-cand-pinned(arc-found-sub)
006136         end-if
006140         move "Y" to arc-pin-changed-sw
006150         add 1 to arc-pinned-count
006160     end-if
006170 2420-pin-one-exit.
006180     exit.
006190
006200*================================================================
006210*  2500-COUNT-OUTPUT.  CALCOUT'S BEFORE COUNT FOR THE REGISTER.
006220*================================================================
006230 2500-count-output.
006240     move 0 to calc-out-id
006250     start calc-output-file
006260         key is not less than calc-out-id
006270         invalid key
006280             go to 2500-count-output-exit
006290     end-start
006300     move "N" to arc-eof-sw
006310     perform 2510-count-one-output
006320         thru 2510-count-one-output-exit
006330         until arc-eof
006340 2500-count-output-exit.
006350     exit.
006360
006370 2510-count-one-output.
006380     read calc-output-file next record
006390         at end
006400             move "Y" to arc-eof-sw
006410             go to 2510-count-one-output-exit
006420     end-read
006430     add 1 to arc-out-before
006440 2510-count-one-output-exit.
006450     exit.
006460
006470*================================================================
006480*  3000-WRITE-ARCHIVES.  THE DATED ARCHIVES ARE OPENED EXTEND
006490*  (OUTPUT ONLY WHEN NEW), AS CALCHSK DOES, SO A SECOND RUN IN
006500*  THE SAME DAY ADDS TO THEM.  EVERY ARCHIVE -- AND THE WORK
006510*  COPY OF THE CALCHIS RECORDS THAT STAY -- MUST CLOSE CLEAN
006520*  BEFORE ANYTHING LIVE IS TOUCHED.
006530*================================================================
006540 3000-write-archives.
006550     open extend arc-in-file
006560     if arc-arcin-status <> "00"
006570         open output arc-in-file
006580     end-if
006590     open extend arc-out-file
006600     if arc-arcout-status <> "00"
006610         open output arc-out-file
006620     end-if
006630     open extend arc-his-file
006640     if arc-archis-status <> "00"
006650         open output arc-his-file
006660     end-if
006670     open i-o calc-arx-file
006680     if arc-arx-status = "35"
006690         open output calc-arx-file
006700         close calc-arx-file
006710         open i-o calc-arx-file
006720     end-if
006730     if arc-arcin-status <> "00" or arc-arcout-status <> "00"
006740             or arc-archis-status <> "00"
006750             or arc-arx-status <> "00"
006760         display "CALCARC: UNABLE TO OPEN THE ARCHIVES, STATUS="
006770             arc-arcin-status " " arc-arcout-status " "
006780             arc-archis-status " " arc-arx-status
006790         move "Y" to arc-abort-sw
006800         go to 3000-write-archives-exit
006810     end-if
006820
006830     perform 3100-archive-request thru 3100-archive-request-exit
006840         varying arc-cand-sub from 1 by 1
006850         until arc-cand-sub > arc-cand-used or arc-abort
006860     if not arc-abort
006870         perform 3300-split-history
006880             thru 3300-split-history-exit
006890     end-if
006900
006910     close arc-in-file
006920     close arc-out-file
006930     close arc-his-file
006940     close calc-arx-file
006950     if arc-arcin-status <> "00" or arc-arcout-status <> "00"
006960             or arc-archis-status <> "00"
006970             or arc-arx-status <> "00"
006980         display "CALCARC: ARCHIVE CLOSE FAILED, STATUS="
006990             arc-arcin-status " " arc-arcout-status " "
007000             arc-archis-status " " arc-arx-status
007010         move "Y" to arc-abort-sw
007020     end-if
007030 3000-write-archives-exit.
007040     exit.
007050
007060*================================================================
007070*  3100-ARCHIVE-REQUEST.  ONE UNPINNED REQUEST: ITS CALCIN AND
007080*  CALCOUT RECORDS TO THE ARCHIVES, AND ITS INDEX ENTRY (A
007090*  SAME-DAY RERUN FINDS NONE TO REPLACE -- THE LIVE RECORD WAS
007100*  GONE -- BUT AN ID REUSED SINCE AN EARLIER PERIOD END IS
007110*  REPOINTED AT ITS LATEST ARCHIVE).
007120*================================================================
007130 3100-archive-request.
007140     if arc-cand-kept(arc-cand-sub)
007150         go to 3100-archive-request-exit
007160     end-if
007170     move arc-cand-id(arc-cand-sub) to calc-request-id
007180     read calc-input-file
007190         invalid key
007200             display "CALCARC: REQUEST " calc-request-id
007210                 " VANISHED FROM CALCIN"
007220             move "Y" to arc-abort-sw
007230             go to 3100-archive-request-exit
007240     end-read
007250     move arc-cand-id(arc-cand-sub) to calc-out-id
007260     read calc-output-file
007270         invalid key
007280             display "CALCARC: RESULT " calc-out-id
007290                 " VANISHED FROM CALCOUT"
007300             move "Y" to arc-abort-sw
007310             go to 3100-archive-request-exit
007320     end-read
007330     write arc-in-record from calc-input-record
007340     write arc-out-record from calc-output-record
007350     if arc-arcin-status <> "00" or arc-arcout-status <> "00"
007360         display "CALCARC: ARCHIVE WRITE FAILED, STATUS="
007370             arc-arcin-status " " arc-arcout-status
007380         move "Y" to arc-abort-sw
007390         go to 3100-archive-request-exit
007400     end-if
007410     add 1 to arc-in-archived
007420     add 1 to arc-out-archived
007430
007440     move calc-request-id       to calc-arx-id
007450     move arc-today             to calc-arx-date
007460     move calc-input-expr       to calc-arx-expr
007470     move calc-input-requestor  to calc-arx-requestor
007480     move calc-input-dec-places to calc-arx-dec-places
007490     move calc-input-round-mode to calc-arx-round-mode
007500     move calc-out-result       to calc-arx-result
007510     move calc-out-rc           to calc-arx-rc
007520     move calc-out-run-date     to calc-arx-run-date
007530     move calc-out-run-time     to calc-arx-run-time
007540     write calc-archive-index-record
007550         invalid key
007560             rewrite calc-archive-index-record
007570     end-write
007580     if arc-arx-status <> "00"
007590         display "CALCARC: CALCARX WRITE FAILED, STATUS="
007600             arc-arx-status
007610         move "Y" to arc-abort-sw
007620     end-if
007630 3100-archive-request-exit.
007640     exit.
007650
007660*================================================================
007670*  3300-SPLIT-HISTORY.  EVERY CALCHIS RECORD GOES EITHER TO THE
007680*  ARCHIVE (ITS REQUEST IS BEING ARCHIVED) OR TO THE WORK FILE
007690*  THAT BECOMES THE NEW CALCHIS.  NO CALCHIS IS NO HISTORY.
007700*================================================================
007710 3300-split-history.
007720     open input calc-history-file
007730     if arc-history-status <> "00"
007740         go to 3300-split-history-exit
007750     end-if
007760     move "Y" to arc-his-present-sw
007770     open output history-work-file
007780     if arc-work-status <> "00"
007790         display "CALCARC: UNABLE TO OPEN CALCHISW, STATUS="
007800             arc-work-status
007810         move "Y" to arc-abort-sw
007820         close calc-history-file
007830         go to 3300-split-history-exit
007840     end-if
007850     move "N" to arc-eof-sw
007860     perform 3310-split-one thru 3310-split-one-exit
007870         until arc-eof
007880     close calc-history-file
007890     close history-work-file
007900     if arc-work-status <> "00"
007910         display "CALCARC: CALCHISW CLOSE FAILED, STATUS="
007920             arc-work-status
007930         move "Y" to arc-abort-sw
007940     end-if
007950 3300-split-history-exit.
007960     exit.
007970
007980 3310-split-one.
007990     read calc-history-file
008000         at end
008010             move "Y" to arc-eof-sw
008020             go to 3310-split-one-exit
008030     end-read
008040     add 1 to arc-his-before
008050     move calc-his-id to arc-find-id
008060     perform 3900-find-candidate thru 3900-find-candidate-exit
008070     if arc-found-sub > 0
008080         if arc-cand-kept(arc-found-sub)
008090             move 0 to arc-found-sub
008100         end-if
008110     end-if
008120     if arc-found-sub > 0
008130         write arc-his-record from calc-history-record
008140         add 1 to arc-his-archived
008150         add 1 to arc-cand-his-count(arc-found-sub)
008160     else
008170         write arc-work-record from calc-history-record
008180         add 1 to arc-his-kept
008190     end-if
008200     if arc-archis-status <> "00" or arc-work-status <> "00"
008210         display "CALCARC: HISTORY WRITE FAILED, STATUS="
008220             arc-archis-status " " arc-work-status
008230         move "Y" to arc-abort-sw
008240         move "Y" to arc-eof-sw
008250     end-if
008260 3310-split-one-exit.
008270     exit.
008280
008290*================================================================
008300*  3900-FIND-CANDIDATE.  BINARY SEARCH FOR ARC-FIND-ID;
008310*  ARC-FOUND-SUB IS ZERO WHEN IT IS NOT ELIGIBLE.
008320*================================================================
008330 3900-find-candidate.
008340     move 0 to arc-found-sub
008350     move 1 to arc-low
008360     move arc-cand-used to arc-high
008370     perform 3910-probe thru 3910-probe-exit
008380         until arc-low > arc-high or arc-found-sub > 0
008390 3900-find-candidate-exit.
008400     exit.
008410
008420 3910-probe.
008430     compute arc-mid = (arc-low + arc-high) / 2
008440     evaluate true
008450         when arc-cand-id(arc-mid) = arc-find-id
008460             move arc-mid to arc-found-sub
008470         when arc-cand-id(arc-mid) < arc-find-id
008480             compute arc-low = arc-mid + 1
008490         when other
008500             compute arc-high = arc-mid - 1
008510     end-evaluate
008520 3910-probe-exit.
008530     exit.
008540
008550*================================================================
008560*  4000-PURGE-LIVE.  THE ARCHIVES ARE SAFE -- NOW, AND ONLY NOW,
008570*  DELETE THE ARCHIVED REQUESTS FROM CALCIN AND CALCOUT AND
008580*  COPY THE KEPT HISTORY BACK OVER CALCHIS.
008590*================================================================
008600 4000-purge-live.
008610     move "Y" to arc-purge-sw
008620     perform 4100-purge-one thru 4100-purge-one-exit
008630         varying arc-cand-sub from 1 by 1
008640         until arc-cand-sub > arc-cand-used
008650     if arc-his-present
008660         perform 4200-replace-history
008670             thru 4200-replace-history-exit
008680     end-if
008690 4000-purge-live-exit.
008700     exit.
008710
008720 4100-purge-one.
008730     if arc-cand-kept(arc-cand-sub)
008740         go to 4100-purge-one-exit
008750     end-if
008760     move arc-cand-id(arc-cand-sub) to calc-request-id
008770     delete calc-input-file record
008780         invalid key
008790             display "CALCARC: DELETE FAILED ON CALCIN "
008800                 calc-request-id
008810             move "Y" to arc-abort-sw
008820         not invalid key
008830             add 1 to arc-in-deleted
008840     end-delete
008850     move arc-cand-id(arc-cand-sub) to calc-out-id
008860     delete calc-output-file record
008870         invalid key
008880             display "CALCARC: DELETE FAILED ON CALCOUT "
008890                 calc-out-id
008900             move "Y" to arc-abort-sw
008910         not invalid key
008920             add 1 to arc-out-deleted
008930     end-delete
008940 4100-purge-one-exit.
008950     exit.
008960
008970*================================================================
008980*  4200-REPLACE-HISTORY.  THE WORK FILE BECOMES CALCHIS.  IT IS
008990*  ONLY REMOVED ONCE THE COPY CLOSED CLEAN -- IF THIS STEP DIES
009000*  THE KEPT HISTORY IS STILL ON CALCHISW TO RESTORE FROM.
009010*================================================================
009020 4200-replace-history.
009030     open input history-work-file
009040     if arc-work-status <> "00"
009050         display "CALCARC: UNABLE TO REOPEN CALCHISW, STATUS="
009060             arc-work-status
009070         move "Y" to arc-abort-sw
009080         go to 4200-replace-history-exit
009090     end-if
009100     open output calc-history-file
009110     if arc-history-status <> "00"
009120         display "CALCARC: UNABLE TO REWRITE CALCHIS, STATUS="
009130             arc-history-status
009140         move "Y" to arc-abort-sw
009150         close history-work-file
009160         go to 4200-replace-history-exit
009170     end-if
009180     move "Y" to arc-his-replaced-sw
009190     move "N" to arc-eof-sw
009200     perform 4210-copy-back-one thru 4210-copy-back-one-exit
009210         until arc-eof
009220     close history-work-file
009230     close calc-history-file
009240     if arc-history-status <> "00"
009250         display "CALCARC: CALCHIS CLOSE FAILED, STATUS="
009260             arc-history-status
009270         move "Y" to arc-abort-sw
009280         go to 4200-replace-history-exit
009290     end-if
009300     call "CBL_DELETE_FILE" using arc-work-name
009310     move 0 to return-code
009320 4200-replace-history-exit.
009330     exit.
009340
009350 4210-copy-back-one.
009360     read history-work-file
009370         at end
009380             move "Y" to arc-eof-sw
009390             go to 4210-copy-back-one-exit
009400     end-read
009410     write calc-history-record from arc-work-record
009420     if arc-history-status <> "00"
009430         display "CALCARC: CALCHIS WRITE FAILED, STATUS="
009440             arc-history-status
009450         move "Y" to arc-abort-sw
009460         move "Y" to arc-eof-sw
009470         go to 4210-copy-back-one-exit
009480     end-if
009490     add 1 to arc-his-after
009500 4210-copy-back-one-exit.
009510     exit.
009520
009530*================================================================
009540*  5000-COUNT-AFTER.  RECOUNT CALCIN AND CALCOUT FROM THE FILES
009550*  THEMSELVES, NOT FROM WHAT THE PURGE THOUGHT IT DID.  WHEN
009560*  CALCHIS WAS NEVER REWRITTEN IT STILL HOLDS WHAT IT HELD.
009570*================================================================
009580 5000-count-after.
009590     move 0 to calc-request-id
009600     start calc-input-file
009610         key is not less than calc-request-id
009620         invalid key
009630             move "Y" to arc-eof-sw
009640         not invalid key
009650             move "N" to arc-eof-sw
009660     end-start
009670     perform 5100-count-one-input thru 5100-count-one-input-exit
009680         until arc-eof
009690     move 0 to calc-out-id
009700     start calc-output-file
009710         key is not less than calc-out-id
009720         invalid key
009730             move "Y" to arc-eof-sw
009740         not invalid key
009750             move "N" to arc-eof-sw
009760     end-start
009770     perform 5200-count-one-output
009780         thru 5200-count-one-output-exit
009790         until arc-eof
009800     if not arc-his-replaced
009810         move arc-his-before to arc-his-after
009820     end-if
009830 5000-count-after-exit.
009840     exit.
009850
009860 5100-count-one-input.
009870     read calc-input-file next record
009880         at end
009890             move "Y" to arc-eof-sw
009900             go to 5100-count-one-input-exit
009910     end-read
009920     add 1 to arc-in-after
009930 5100-count-one-input-exit.
009940     exit.
009950
009960 5200-count-one-output.
009970     read calc-output-file next record
009980         at end
009990             move "Y" to arc-eof-sw
010000             go to 5200-count-one-output-exit
010010     end-read
010020     add 1 to arc-out-after
010030 5200-count-one-output-exit.
010040     exit.
010050
010060*================================================================
010070*  6000-PRINT-REGISTER.  EVERY ELIGIBLE REQUEST, ARCHIVED OR KEPT
010080*  BACK, THEN THE CONTROL COUNTS.  EACH FILE MUST BALANCE --
010090*  BEFORE = ARCHIVED + AFTER -- AND CALCIN AND CALCOUT MUST
010100*  HAVE LOST THE SAME REQUESTS.  AN ABORT BEFORE THE PURGE
010110*  STARTED LEFT THE LIVE FILES WHOLE, SO BEFORE MUST EQUAL
010120*  AFTER.
010130*================================================================
010140 6000-print-register.
010150     move arc-today          to arc-rpt-today
010160     move arc-retention-days to arc-rpt-retention
010170     move arc-cutoff-date    to arc-rpt-cutoff
010180     move arc-in-name        to arc-rpt-in-name
010190     move arc-out-name       to arc-rpt-out-name
010200     move arc-his-name       to arc-rpt-his-name
010210     write arc-report-line from arc-report-heading-1
010220     write arc-report-line from arc-report-heading-2
010230     write arc-report-line from arc-report-heading-3
010240     move spaces to arc-report-line
010250     write arc-report-line
010260     write arc-report-line from arc-report-heading-4
010270     perform 6100-print-request thru 6100-print-request-exit
010280         varying arc-cand-sub from 1 by 1
010290         until arc-cand-sub > arc-cand-used
010300
010310     if arc-abort and not arc-purge-started
010320         move 0 to arc-in-archived
010330         move 0 to arc-out-archived
010340         move 0 to arc-his-archived
010350     end-if
010360     if arc-in-before <> arc-in-archived + arc-in-after
010370             or arc-out-before <> arc-out-archived + arc-out-after
010380             or arc-his-before <> arc-his-archived + arc-his-after
010390             or arc-in-archived <> arc-out-archived
010400         move "N" to arc-balanced-sw
010410     end-if
010420
010430     move spaces to arc-report-line
010440     write arc-report-line
010450     write arc-report-line from arc-count-heading
010460     move "CALCIN"         to arc-cnt-file
010470     move arc-in-before    to arc-chk-before
010480     move arc-in-archived  to arc-chk-archived
010490     move arc-in-after     to arc-chk-after
010500     perform 6200-print-count thru 6200-print-count-exit
010510     move "CALCOUT"        to arc-cnt-file
010520     move arc-out-before   to arc-chk-before
010530     move arc-out-archived to arc-chk-archived
010540     move arc-out-after    to arc-chk-after
010550     perform 6200-print-count thru 6200-print-count-exit
010560     move "CALCHIS"        to arc-cnt-file
010570     move arc-his-before   to arc-chk-before
010580     move arc-his-archived to arc-chk-archived
010590     move arc-his-after    to arc-chk-after
010600     perform 6200-print-count thru 6200-print-count-exit
010610
010620     move spaces to arc-report-line
010630     write arc-report-line
010640     move arc-eligible-count to arc-rpt-eligible
010650     move arc-pinned-count   to arc-rpt-pinned
010660     move arc-lost-count     to arc-rpt-lost
010670     write arc-report-line from arc-report-total-1
010680     move spaces to arc-report-line
010690     write arc-report-line
010700     evaluate true
010710         when arc-abort and not arc-purge-started
010720             write arc-report-line from arc-abort-line
010730         when arc-abort
010740             write arc-report-line from arc-purge-abort-line
010750         when arc-balanced
010760             write arc-report-line from arc-signoff-line
010770         when other
010780             write arc-report-line from arc-held-line
010790     end-evaluate
010800 6000-print-register-exit.
010810     exit.
010820
010830 6100-print-request.
010840     move arc-cand-id(arc-cand-sub)        to arc-itm-id
010850     move arc-cand-requestor(arc-cand-sub) to arc-itm-requestor
010860     move arc-cand-run-date(arc-cand-sub)  to arc-itm-run-date
010870     move arc-cand-his-count(arc-cand-sub) to arc-itm-his-count
010880     evaluate true
010890         when arc-cand-pinned(arc-cand-sub) = "H"
010900             move "KEPT -- HIGHEST ID ON CALCIN" to arc-itm-text
010902         when arc-cand-pinned(arc-cand-sub) = "B"
010904             move "KEPT -- TOLERANCE BASIS OF A LIVE REQUEST"
010906                 to arc-itm-text
010910         when arc-cand-kept(arc-cand-sub)
010920             move "KEPT -- ANSWER STILL USED THROUGH REQ()"
010930                 to arc-itm-text
010940         when arc-abort and not arc-purge-started
010950             move "NOT ARCHIVED -- RUN ABORTED" to arc-itm-text
010960         when other
010970             move "ARCHIVED" to arc-itm-text
010980     end-evaluate
010990     write arc-report-line from arc-item-line
011000 6100-print-request-exit.
011010     exit.
011020
011030 6200-print-count.
011040     move arc-chk-before   to arc-cnt-before
011050     move arc-chk-archived to arc-cnt-archived
011060     move arc-chk-after    to arc-cnt-after
011070     if arc-chk-before = arc-chk-archived + arc-chk-after
011080         move "BALANCED" to arc-cnt-text
011090     else
011100         move "** OUT OF BALANCE **" to arc-cnt-text
011110     end-if
011120     write arc-report-line from arc-count-line
011130 6200-print-count-exit.
011140     exit.
011150
011160*================================================================
011170*  9000-LOG-START.  ONE START RECORD ON THE CALCRUN MASTER.
011180*================================================================
011190 9000-log-start.
011200     move "CALCARC " to calc-run-pgm
011210     move "S"        to calc-run-phase
011220     move " "        to calc-run-mode
011230     move 0          to calc-run-stream
011240     move 0          to calc-run-read
011250     move 0          to calc-run-ok
011260     move 0          to calc-run-err
011270     move " "        to calc-run-outcome
011280     call "calcrun" using calc-run-record
011290 9000-log-start-exit.
011300     exit.
011310
011320*================================================================
011330*  9100-LOG-END.  READ IS CALCIN BEFORE, OK IS REQUESTS
011340*  ARCHIVED, ERR IS ELIGIBLE REQUESTS KEPT BACK.  NOTHING TO
011350*  ARCHIVE IS A CLEAN END WITH ZERO COUNTS.
011360*================================================================
011370 9100-log-end.
011380     move "E"              to calc-run-phase
011390     move arc-in-before    to calc-run-read
011400     move arc-in-archived  to calc-run-ok
011410     compute calc-run-err = arc-pinned-count + arc-lost-count
011420     evaluate true
011430         when arc-abort
011440             move "A" to calc-run-outcome
011450         when not arc-balanced
011460             move "X" to calc-run-outcome
011470         when other
011480             move "C" to calc-run-outcome
011490     end-evaluate
011500     call "calcrun" using calc-run-record
011510 9100-log-end-exit.
011520     exit.
