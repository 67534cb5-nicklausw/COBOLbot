000010 identification division.
000020 program-id.  calcdst.
000030 author.      data processing.
000040 installation. ops-applications.
000050 date-written. 10/15/2026.
000060 date-compiled.
000070*================================================================
000080*  MODIFICATION HISTORY
000090*  ----------------------------------------------------------
000100*  10/15/26  DP   ORIGINAL PROGRAM.  PER-REQUESTOR DISTRIBUTION,
000110*                 RUN AFTER CALCBAT (AND CALCMRG IN A STREAMED
000120*                 NIGHT).  EVERY CALCOUT RESULT FROM THE NIGHT'S
000130*                 RUN -- DATED ON OR AFTER THE LATEST CALCBAT
000140*                 FULL-RUN START ON CALCRUN -- GOES TO A
000150*                 CALCDST.<REQUESTOR> FILE FOR THE REQUESTOR ON
000160*                 ITS CALCIN RECORD: THE ANSWER, OR FOR A
000170*                 FAILURE THE ERROR TEXT OFF CALCREJ (AND ANY
000180*                 CALCREJ.SN), CLOSED BY A CONTROL TOTAL LINE.
000190*                 A RESULT WITH NO REQUESTOR GOES TO
000200*                 CALCDST.-NONE-.  DSTRPT IS THE DISTRIBUTION
000210*                 REGISTER: EVERY FILE WRITTEN AND ITS LINE
000220*                 COUNT, BALANCED AGAINST THE RESULTS ON
000230*                 CALCOUT.  OUT OF BALANCE IS RETURN CODE 8.
000232*  10/15/26  DP   AN ANSWER HELD FOR BREAKING A TOLERANCE LIMIT
000234*                 (RETURN CODE 70) GOES OUT AS ANSWERED, NOTED
000236*                 AS HELD FOR REVIEW AND NOT ON THE LEDGER.
000237*  10/15/26  DP   ONLY THE REJECT FILES OF THE WINDOW'S RUN ARE
000238*                 READ, AS CALCRUN'S CALCBAT STARTS SHOW IT:
000239*                 CALCREJ FOR A SINGLE-STREAM NIGHT; FOR A
00023A*                 PARTITIONED ONE THE CALCREJ.SN OF EACH STREAM
00023B*                 THAT STARTED, PLUS CALCREJ IF THE DEPENDENTS
00023C*                 PASS RAN.  AN OLDER NIGHT'S CALCREJ.SN LEFT ON
00023D*                 DISK NO LONGER PUTS STALE TEXT ON TONIGHT'S
00023E*                 FAILURES.  A HELD ANSWER A SUPERVISOR HAS
00023F*                 RELEASED IS NO LONGER NOTED AS HELD.
000240*================================================================
000250 environment division.
000260 configuration section.
000270 input-output section.
000280 file-control.
000290     select run-log-file assign to "CALCRUN"
000300         organization is line sequential
000310         file status is dst-log-status.
000320     select calc-output-file assign to "CALCOUT"
000330         organization is indexed
000340         access mode is dynamic
000350         record key is calc-out-id
000360         file status is dst-output-status.
000370     select calc-input-file assign to "CALCIN"
000380         organization is indexed
000390         access mode is random
000400         record key is calc-request-id
000410         file status is dst-input-status.
000420*    CALCREJ, or the CALCREJ.Sn of each stream of the run.
000430     select calc-reject-file assign using dst-reject-name
000440         organization is line sequential
000450         file status is dst-reject-status.
000460*    one results file per requestor, CALCDST.<requestor>.
000470     select dst-results-file assign using dst-results-name
000480         organization is line sequential
000490         file status is dst-results-status.
000500     select dst-register-file assign to "DSTRPT"
000510         organization is line sequential
000520         file status is dst-register-status.
000530
000540 data division.
000550 file section.
000560 fd  run-log-file.
000570     copy calcrunrec.
000580
000590 fd  calc-output-file.
000600     copy calcoutrec.
000610
000620 fd  calc-input-file.
000630     copy calcinrec.
000640
000650 fd  calc-reject-file.
000660     copy calcrejrec.
000670
000680 fd  dst-results-file.
000690 01  dst-results-line            pic x(132).
000700
000710 fd  dst-register-file.
000720 01  dst-register-line           pic x(132).
000730
000740 working-storage section.
000750*    a private copy of the calcrun call block -- the FD above
000760*    holds the CALCRUN records being read.
000770 01  dst-run-call.
000780     05  dst-run-pgm             pic x(08).
000790     05  dst-run-stamp-date      pic 9(08).
000800     05  dst-run-stamp-time      pic 9(08).
000810     05  dst-run-phase           pic x(01).
000820     05  dst-run-mode            pic x(01).
000830     05  dst-run-stream          pic 9(01).
000840     05  dst-run-read            pic 9(07).
000850     05  dst-run-ok              pic 9(07).
000860     05  dst-run-err             pic 9(07).
000870     05  dst-run-outcome         pic x(01).
000880
000890 01  dst-log-status              pic x(02) value "00".
000900 01  dst-output-status           pic x(02) value "00".
000910 01  dst-input-status            pic x(02) value "00".
000920 01  dst-reject-status           pic x(02) value "00".
000930 01  dst-results-status          pic x(02) value "00".
000940 01  dst-register-status         pic x(02) value "00".
000950
000960 01  dst-reject-name             pic x(12) value "CALCREJ".
000970 01  dst-results-name            pic x(20) value spaces.
000980 01  dst-stream                  pic 9(02) value 0.
000990 01  dst-stream-digit            pic 9(01) value 0.
001000
001010 01  dst-switches.
001020     05  dst-abort-sw            pic x(01) value "N".
001030         88  dst-abort           value "Y".
001040     05  dst-eof-sw              pic x(01) value "N".
001050         88  dst-eof             value "Y".
001060     05  dst-slot-sw             pic x(01) value "N".
001070         88  dst-slot-found      value "Y".
001080     05  dst-file-ok-sw          pic x(01) value "N".
001090         88  dst-file-ok         value "Y".
001091*    the shape of the night the window opens on, off the same
001092*    CALCRUN start records: single-stream, or partitioned into
001093*    the streams marked in dst-stream-table -- and whether the
001094*    dependents pass has run since those streams started.
001095     05  dst-single-sw           pic x(01) value "Y".
001096         88  dst-single-stream   value "Y".
001097     05  dst-deppass-sw          pic x(01) value "N".
001098         88  dst-deppass-ran     value "Y".
001099
00109A 01  dst-stream-table.
00109B     05  dst-stream-started      pic x(01) occurs 9 times
00109C                                 value "N".
001100
001110*    the run the files are cut for: every CALCOUT result dated
001120*    on or after the day the latest CALCBAT full run started
001130*    (today when CALCRUN shows none), so a run that crossed
001140*    midnight and the morning's reprocess both count.
001150 01  dst-window-date             pic 9(08) value 0.
001160 01  dst-today                   pic 9(08) value 0.
001170
001180 01  dst-counters.
001190     05  dst-out-count           pic 9(07) value 0.
001200     05  dst-window-count        pic 9(07) value 0.
001210     05  dst-noreq-count         pic 9(07) value 0.
001220     05  dst-rej-count           pic 9(07) value 0.
001230     05  dst-written-count       pic 9(07) value 0.
001240     05  dst-files-count         pic 9(05) value 0.
001250     05  dst-files-bad-count     pic 9(05) value 0.
001260     05  dst-lost-count          pic 9(07) value 0.
001270
001280*    the error text of every failure on the reject files.  a
001290*    later record for the same id replaces an earlier one.
001300 01  dst-rej-used                pic 9(05) value 0.
001310 01  dst-rej-table.
001320     05  dst-rej-entry           occurs 20000 times.
001330         10  dst-rej-id          pic 9(09).
001340         10  dst-rej-text        pic x(40).
001350 01  dst-rej-sub                 pic 9(05) value 0.
001360 01  dst-rej-found               pic 9(05) value 0.
001370 01  dst-rej-key                 pic 9(09) value 0.
001380
001390*    the run's results, with the requestor and expression off
001400*    CALCIN.
001410 01  dst-res-used                pic 9(05) value 0.
001420 01  dst-res-table.
001430     05  dst-res-entry           occurs 20000 times.
001440         10  dst-res-id          pic 9(09).
001450         10  dst-res-requestor   pic x(08).
001460         10  dst-res-rc          pic 9(02).
001470         10  dst-res-result      pic s9(09)v9(09).
001480         10  dst-res-expr        pic x(80).
001485         10  dst-res-released    pic x(01).
001490 01  dst-res-sub                 pic 9(05) value 0.
001500
001510*    the requestors, kept in name order as they are added.
001520 01  dst-rq-used                 pic 9(04) value 0.
001530 01  dst-rq-table.
001540     05  dst-rq-entry            occurs 1000 times.
001550         10  dst-rq-id           pic x(08).
001560         10  dst-rq-totals.
001570             15  dst-rq-expected pic 9(07).
001580             15  dst-rq-lines    pic 9(07).
001590             15  dst-rq-ok       pic 9(07).
001600             15  dst-rq-failed   pic 9(07).
001610             15  dst-rq-sum      pic s9(13)v9(09).
001620 01  dst-rq-sub                  pic 9(04) value 0.
001630 01  dst-rq-ins                  pic 9(04) value 0.
001640 01  dst-rq-find                 pic x(08) value spaces.
001650
001660 01  dst-results-heading-1.
001670     05  filler                  pic x(36) value
001680         "CALCDST -- CALCULATION RESULTS FOR".
001690     05  dst-rpt-file-requestor  pic x(08).
001700 01  dst-results-heading-2.
001710     05  filler                  pic x(16) value
001720         "RUN OF".
001730     05  dst-rpt-file-window     pic 9(08).
001740     05  filler                  pic x(14) value
001750         "   PRODUCED".
001760     05  dst-rpt-file-today      pic 9(08).
001770 01  dst-results-heading-3.
001780     05  filler                  pic x(13) value "   REQUEST ID".
001790     05  filler                  pic x(04) value "  RC".
001800     05  filler                  pic x(24) value
001810         "                  ANSWER".
001820     05  filler                  pic x(42) value
001830         "  ERROR".
001840     05  filler                  pic x(49) value "  EXPRESSION".
001850 01  dst-results-detail.
001860     05  filler                  pic x(04) value spaces.
001870     05  dst-rpt-id              pic zzzzzzzz9.
001880     05  filler                  pic x(02) value spaces.
001890     05  dst-rpt-rc              pic 9(02).
001900     05  filler                  pic x(02) value spaces.
001910     05  dst-rpt-result          pic -zzz,zzz,zz9.999999999.
001920     05  dst-rpt-result-x redefines dst-rpt-result
001930                                 pic x(22).
001940     05  filler                  pic x(02) value spaces.
001950     05  dst-rpt-text            pic x(40).
001960     05  filler                  pic x(02) value spaces.
001970     05  dst-rpt-expr            pic x(47).
001980 01  dst-results-control.
001990     05  filler                  pic x(20) value
002000         "CONTROL TOTAL  LINES".
002010     05  dst-rpt-ctl-lines       pic zzz,zz9.
002020     05  filler                  pic x(11) value "  ANSWERED".
002030     05  dst-rpt-ctl-ok          pic zzz,zz9.
002040     05  filler                  pic x(09) value "  FAILED".
002050     05  dst-rpt-ctl-failed      pic zzz,zz9.
002060     05  filler                  pic x(18) value
002070         "  SUM OF ANSWERS".
002080     05  dst-rpt-ctl-sum         pic -z,zzz,zzz,zzz,zz9.999999999.
002090
002100 01  dst-register-heading-1.
002110     05  filler                  pic x(44) value
002120         "CALCDST -- RESULTS DISTRIBUTION REGISTER".
002130 01  dst-register-heading-2.
002140     05  filler                  pic x(16) value
002150         "RUN OF".
002160     05  dst-rpt-window          pic 9(08).
002170 01  dst-register-heading-3.
002180     05  filler                  pic x(10) value "REQUESTOR".
002190     05  filler                  pic x(22) value "FILE".
002200     05  filler                  pic x(07) value "  LINES".
002210     05  filler                  pic x(10) value "  ANSWERED".
002220     05  filler                  pic x(10) value "    FAILED".
002230     05  filler                  pic x(12) value "  STATUS".
002240 01  dst-register-detail.
002250     05  dst-rpt-requestor       pic x(08).
002260     05  filler                  pic x(02) value spaces.
002270     05  dst-rpt-file            pic x(20).
002280     05  filler                  pic x(02) value spaces.
002290     05  dst-rpt-lines           pic zzz,zz9.
002300     05  filler                  pic x(03) value spaces.
002310     05  dst-rpt-ok              pic zzz,zz9.
002320     05  filler                  pic x(03) value spaces.
002330     05  dst-rpt-failed          pic zzz,zz9.
002340     05  filler                  pic x(02) value spaces.
002350     05  dst-rpt-status          pic x(30).
002360 01  dst-register-count-line.
002370     05  dst-rpt-cnt-label       pic x(40).
002380     05  dst-rpt-cnt             pic zzz,zz9.
002390 01  dst-register-balance-line.
002400     05  dst-rpt-balance         pic x(60).
002410
002420 procedure division.
002430
002440*================================================================
002450*  0000-MAINLINE.
002460*================================================================
002470 0000-mainline.
002480     perform 1000-initialize      thru 1000-initialize-exit
002490     perform 9000-log-start       thru 9000-log-start-exit
002500     if not dst-abort
002510         perform 2000-load-results
002520             thru 2000-load-results-exit
002530     end-if
002540     if not dst-abort
002550         perform 3000-distribute  thru 3000-distribute-exit
002560     end-if
002570     perform 4000-finalize        thru 4000-finalize-exit
002580     perform 9100-log-end         thru 9100-log-end-exit
002590     if dst-abort
002600         move 8 to return-code
002610     end-if
002620     goback.
002630
002640*================================================================
002650*  1000-INITIALIZE.  THE REGISTER, THE RUN WINDOW AND THE
002660*  REJECT TEXTS.
002670*================================================================
002680 1000-initialize.
002690     accept dst-today from date yyyymmdd
002700     move dst-today to dst-window-date
002710     open output dst-register-file
002720     if dst-register-status <> "00"
002730         display "CALCDST: UNABLE TO OPEN DSTRPT, STATUS="
002740             dst-register-status
002750         move "Y" to dst-abort-sw
002760         go to 1000-initialize-exit
002770     end-if
002780     perform 1100-find-window thru 1100-find-window-exit
002784*    only the reject files the window's run wrote -- an
002788*    older night's left on disk would put stale error text on
002792*    tonight's failures.  a partitioned night's streams go
002796*    first; the dependents pass wrote its CALCREJ after them.
002800     if not dst-single-stream
002804         perform 1300-stream-rejects
002808             thru 1300-stream-rejects-exit
002812             varying dst-stream from 1 by 1
002816             until dst-stream > 9
002820     end-if
002824     if dst-single-stream or dst-deppass-ran
002828         move "CALCREJ" to dst-reject-name
002832         perform 1200-load-rejects thru 1200-load-rejects-exit
002836     end-if
002840     move dst-window-date to dst-rpt-window
002850     write dst-register-line from dst-register-heading-1
002860     write dst-register-line from dst-register-heading-2
002870     move spaces to dst-register-line
002880     write dst-register-line
002890     write dst-register-line from dst-register-heading-3
002900 1000-initialize-exit.
002910     exit.
002920
002930*================================================================
002940*  1100-FIND-WINDOW.  THE DATE OF THE LAST CALCBAT FULL-RUN
002950*  START ON THE RUN LOG.  RESTARTS AND REPROCESSES CONTINUE A
002960*  RUN; THEY DO NOT BEGIN ONE.  A PARTITIONED NIGHT LOGS ONE
002962*  START PER STREAM: THE FIRST OPENS THE WINDOW, AND THE REST
002964*  JOIN IT UNTIL A STREAM STARTS AGAIN OR THE DEPENDENTS PASS
002966*  HAS CLOSED THE NIGHT -- THAT START BEGINS THE NEXT ONE.
002970*================================================================
002980 1100-find-window.
002990     open input run-log-file
003000     if dst-log-status <> "00"
003010         display "CALCDST: NO CALCRUN, STATUS=" dst-log-status
003020             " -- TAKING TODAY'S RESULTS"
003030         go to 1100-find-window-exit
003040     end-if
003050     move "N" to dst-eof-sw
003060     perform 1110-read-log thru 1110-read-log-exit
003070         until dst-eof
003080     close run-log-file
003090 1100-find-window-exit.
003100     exit.
003110
003120 1110-read-log.
003130     read run-log-file
003140         at end
003150             move "Y" to dst-eof-sw
003160             go to 1110-read-log-exit
003170     end-read
003172     if calc-run-pgm <> "CALCBAT " or calc-run-phase <> "S" or
003174             calc-run-stamp-date is not numeric
003176         go to 1110-read-log-exit
003178     end-if
003180*    the dependents pass only counts after a partitioned night.
003182     if calc-run-mode = "D"
003184         if not dst-single-stream
003186             move "Y" to dst-deppass-sw
003188         end-if
003190         go to 1110-read-log-exit
003192     end-if
003194     if calc-run-mode <> "F"
003196         go to 1110-read-log-exit
003198     end-if
003200     if calc-run-stream is not numeric or calc-run-stream = 0
003202         move "Y" to dst-single-sw
003204         move "N" to dst-deppass-sw
003206         move all "N" to dst-stream-table
003208         move calc-run-stamp-date to dst-window-date
003210         go to 1110-read-log-exit
003212     end-if
003214     if dst-single-stream or dst-deppass-ran or
003216             dst-stream-started(calc-run-stream) = "Y"
003218         move "N" to dst-single-sw
003220         move "N" to dst-deppass-sw
003222         move all "N" to dst-stream-table
003224         move calc-run-stamp-date to dst-window-date
003226     end-if
003228     move "Y" to dst-stream-started(calc-run-stream)
003230 1110-read-log-exit.
003240     exit.
003250
003260*================================================================
003270*  1200-LOAD-REJECTS.  ONE REJECT FILE INTO THE TABLE; A FILE
003280*  THAT ISN'T THERE HOLDS NOTHING.
003290*================================================================
003300 1200-load-rejects.
003310     open input calc-reject-file
003320     if dst-reject-status <> "00"
003330         go to 1200-load-rejects-exit
003340     end-if
003350     move "N" to dst-eof-sw
003360     perform 1210-read-reject thru 1210-read-reject-exit
003370         until dst-eof
003380     close calc-reject-file
003390 1200-load-rejects-exit.
003400     exit.
003410
003420 1210-read-reject.
003430     read calc-reject-file
003440         at end
003450             move "Y" to dst-eof-sw
003460             go to 1210-read-reject-exit
003470     end-read
003480     if calc-rej-id is not numeric
003490         go to 1210-read-reject-exit
003500     end-if
003510     add 1 to dst-rej-count
003520     move calc-rej-id to dst-rej-key
003530     perform 3600-find-reject thru 3600-find-reject-exit
003540     if dst-rej-found > 0
003550         move calc-rej-text to dst-rej-text(dst-rej-found)
003560         go to 1210-read-reject-exit
003570     end-if
003580     if dst-rej-used >= 20000
003590         go to 1210-read-reject-exit
003600     end-if
003610     add 1 to dst-rej-used
003620     move calc-rej-id   to dst-rej-id(dst-rej-used)
003630     move calc-rej-text to dst-rej-text(dst-rej-used)
003640 1210-read-reject-exit.
003650     exit.
003660
003670 1300-stream-rejects.
003672     if dst-stream-started(dst-stream) <> "Y"
003674         go to 1300-stream-rejects-exit
003676     end-if
003680     move dst-stream to dst-stream-digit
003690     move spaces to dst-reject-name
003700     string "CALCREJ.S" dst-stream-digit delimited by size
003710         into dst-reject-name
003720     perform 1200-load-rejects thru 1200-load-rejects-exit
003730 1300-stream-rejects-exit.
003740     exit.
003750
003760*================================================================
003770*  2000-LOAD-RESULTS.  EVERY CALCOUT RESULT IN THE WINDOW, WITH
003780*  ITS REQUESTOR AND EXPRESSION OFF CALCIN.
003790*================================================================
003800 2000-load-results.
003810     open input calc-output-file
003820     if dst-output-status <> "00"
003830         display "CALCDST: UNABLE TO OPEN CALCOUT, STATUS="
003840             dst-output-status
003850         move "Y" to dst-abort-sw
003860         go to 2000-load-results-exit
003870     end-if
003880     open input calc-input-file
003890     if dst-input-status <> "00"
003900         display "CALCDST: UNABLE TO OPEN CALCIN, STATUS="
003910             dst-input-status
003920         move "Y" to dst-abort-sw
003930         close calc-output-file
003940         go to 2000-load-results-exit
003950     end-if
003960     move "N" to dst-eof-sw
003970     perform 2100-load-one thru 2100-load-one-exit
003980         until dst-eof or dst-abort
003990     close calc-output-file
004000     close calc-input-file
004010 2000-load-results-exit.
004020     exit.
004030
004040 2100-load-one.
004050     read calc-output-file next record
004060         at end
004070             move "Y" to dst-eof-sw
004080             go to 2100-load-one-exit
004090     end-read
004100     add 1 to dst-out-count
004110     if calc-out-run-date < dst-window-date
004120         go to 2100-load-one-exit
004130     end-if
004140     add 1 to dst-window-count
004150     if dst-res-used >= 20000
004160         add 1 to dst-lost-count
004170         go to 2100-load-one-exit
004180     end-if
004190     add 1 to dst-res-used
004200     move calc-out-id     to dst-res-id(dst-res-used)
004210     move calc-out-rc     to dst-res-rc(dst-res-used)
004220     move calc-out-result to dst-res-result(dst-res-used)
004223     move calc-out-tol-release
004226         to dst-res-released(dst-res-used)
004230     move calc-out-id     to calc-request-id
004240     read calc-input-file
004250         invalid key
004260             move spaces to calc-input-requestor
004270             move "(REQUEST NO LONGER ON CALCIN)"
004280                 to calc-input-expr
004290     end-read
004300     if calc-input-requestor = spaces
004310         add 1 to dst-noreq-count
004320         move "-NONE-" to calc-input-requestor
004330     end-if
004340     move calc-input-requestor
004350         to dst-res-requestor(dst-res-used)
004360     move calc-input-expr to dst-res-expr(dst-res-used)
004370     move calc-input-requestor to dst-rq-find
004380     perform 2200-add-requestor thru 2200-add-requestor-exit
004390     if not dst-abort
004400         add 1 to dst-rq-expected(dst-rq-ins)
004410     end-if
004420 2100-load-one-exit.
004430     exit.
004440
004450*================================================================
004460*  2200-ADD-REQUESTOR.  FIND DST-RQ-FIND, OR OPEN A SLOT FOR IT
004470*  IN NAME ORDER; DST-RQ-INS IS LEFT ON ITS ENTRY.
004480*================================================================
004490 2200-add-requestor.
004500     move 1   to dst-rq-ins
004510     move "N" to dst-slot-sw
004520     perform 2210-find-slot thru 2210-find-slot-exit
004530         until dst-slot-found or dst-rq-ins > dst-rq-used
004540     if dst-slot-found
004550         if dst-rq-id(dst-rq-ins) = dst-rq-find
004560             go to 2200-add-requestor-exit
004570         end-if
004580     end-if
004590     if dst-rq-used >= 1000
004600         display "CALCDST: OVER 1000 REQUESTORS"
004610         move "Y" to dst-abort-sw
004620         go to 2200-add-requestor-exit
004630     end-if
004640     move dst-rq-used to dst-rq-sub
004650     perform 2220-shift-up thru 2220-shift-up-exit
004660         until dst-rq-sub < dst-rq-ins
004670     add 1 to dst-rq-used
004680     move dst-rq-find to dst-rq-id(dst-rq-ins)
004690     move zeros       to dst-rq-totals(dst-rq-ins)
004700 2200-add-requestor-exit.
004710     exit.
004720
004730 2210-find-slot.
004740     if dst-rq-id(dst-rq-ins) >= dst-rq-find
004750         move "Y" to dst-slot-sw
004760     else
004770         add 1 to dst-rq-ins
004780     end-if
004790 2210-find-slot-exit.
004800     exit.
004810
004820 2220-shift-up.
004830     move dst-rq-entry(dst-rq-sub) to dst-rq-entry(dst-rq-sub + 1)
004840     subtract 1 from dst-rq-sub
004850 2220-shift-up-exit.
004860     exit.
004870
004880*================================================================
004890*  3000-DISTRIBUTE.  ONE FILE PER REQUESTOR, IN NAME ORDER.
004900*================================================================
004910 3000-distribute.
004920     perform 3100-one-requestor thru 3100-one-requestor-exit
004930         varying dst-rq-sub from 1 by 1
004940         until dst-rq-sub > dst-rq-used
004950 3000-distribute-exit.
004960     exit.
004970
004980*================================================================
004990*  3100-ONE-REQUESTOR.  A FILE THAT WILL NOT OPEN IS A REGISTER
005000*  LINE, AND ITS RESULTS STAY UNDISTRIBUTED -- THE BALANCE
005010*  CHECK THEN FAILS THE STEP.
005020*================================================================
005030 3100-one-requestor.
005040     move spaces to dst-results-name
005050     string "CALCDST." dst-rq-id(dst-rq-sub)
005060         delimited by space into dst-results-name
005070     move spaces to dst-register-detail
005080     move dst-rq-id(dst-rq-sub) to dst-rpt-requestor
005090     move dst-results-name      to dst-rpt-file
005100     open output dst-results-file
005110     if dst-results-status <> "00"
005120         add 1 to dst-files-bad-count
005130         move 0 to dst-rpt-lines
005140         move 0 to dst-rpt-ok
005150         move 0 to dst-rpt-failed
005160         string "*** OPEN FAILED, STATUS " dst-results-status
005170             delimited by size into dst-rpt-status
005180         write dst-register-line from dst-register-detail
005190         go to 3100-one-requestor-exit
005200     end-if
005210     move "Y" to dst-file-ok-sw
005220     move dst-rq-id(dst-rq-sub) to dst-rpt-file-requestor
005230     move dst-window-date       to dst-rpt-file-window
005240     move dst-today             to dst-rpt-file-today
005250     write dst-results-line from dst-results-heading-1
005260     write dst-results-line from dst-results-heading-2
005270     move spaces to dst-results-line
005280     write dst-results-line
005290     write dst-results-line from dst-results-heading-3
005300     perform 3200-one-result thru 3200-one-result-exit
005310         varying dst-res-sub from 1 by 1
005320         until dst-res-sub > dst-res-used
005330     move spaces to dst-results-line
005340     write dst-results-line
005350     move dst-rq-lines(dst-rq-sub)  to dst-rpt-ctl-lines
005360     move dst-rq-ok(dst-rq-sub)     to dst-rpt-ctl-ok
005370     move dst-rq-failed(dst-rq-sub) to dst-rpt-ctl-failed
005380     move dst-rq-sum(dst-rq-sub)    to dst-rpt-ctl-sum
005390     write dst-results-line from dst-results-control
005400     if dst-results-status <> "00"
005410         move "N" to dst-file-ok-sw
005420     end-if
005430     close dst-results-file
005440     if dst-file-ok
005450         add 1 to dst-files-count
005460         add dst-rq-lines(dst-rq-sub) to dst-written-count
005470         move "WRITTEN" to dst-rpt-status
005480     else
005490         add 1 to dst-files-bad-count
005500         move "*** WRITE FAILED" to dst-rpt-status
005510     end-if
005520     move dst-rq-lines(dst-rq-sub)  to dst-rpt-lines
005530     move dst-rq-ok(dst-rq-sub)     to dst-rpt-ok
005540     move dst-rq-failed(dst-rq-sub) to dst-rpt-failed
005550     write dst-register-line from dst-register-detail
005560 3100-one-requestor-exit.
005570     exit.
005580
005590*================================================================
005600*  3200-ONE-RESULT.  ONE LINE FOR A RESULT OF THIS REQUESTOR'S:
005610*  THE ANSWER, OR THE ERROR TEXT THE BATCH LEFT ON CALCREJ.
005613*  AN ANSWER HELD ON A TOLERANCE LIMIT IS STILL THE ANSWER; THE
005616*  NOTE SAYS THE LEDGER WILL NOT SEE IT UNTIL IT IS RELEASED.
005620*================================================================
005630 3200-one-result.
005640     if dst-res-requestor(dst-res-sub) <> dst-rq-id(dst-rq-sub)
005650         go to 3200-one-result-exit
005660     end-if
005670     move spaces to dst-results-detail
005680     move dst-res-id(dst-res-sub)   to dst-rpt-id
005690     move dst-res-rc(dst-res-sub)   to dst-rpt-rc
005700     move dst-res-expr(dst-res-sub) to dst-rpt-expr
005710     if dst-res-rc(dst-res-sub) = 0 or
005715             dst-res-rc(dst-res-sub) = 70
005720         move dst-res-result(dst-res-sub) to dst-rpt-result
005722         if dst-res-rc(dst-res-sub) = 70 and
005723                 dst-res-released(dst-res-sub) <> "Y"
005724             move "HELD FOR REVIEW -- NOT YET ON THE LEDGER"
005726                 to dst-rpt-text
005728         end-if
005730         add 1 to dst-rq-ok(dst-rq-sub)
005740         add dst-res-result(dst-res-sub) to dst-rq-sum(dst-rq-sub)
005750     else
005760         move spaces to dst-rpt-result-x
005770         move dst-res-id(dst-res-sub) to dst-rej-key
005780         perform 3600-find-reject thru 3600-find-reject-exit
005790         if dst-rej-found > 0
005800             move dst-rej-text(dst-rej-found) to dst-rpt-text
005810         else
005820             move "(NO ERROR TEXT ON CALCREJ -- SEE CALCRPT)"
005830                 to dst-rpt-text
005840         end-if
005850         add 1 to dst-rq-failed(dst-rq-sub)
005860     end-if
005870     write dst-results-line from dst-results-detail
005880     if dst-results-status <> "00"
005890         move "N" to dst-file-ok-sw
005900     else
005910         add 1 to dst-rq-lines(dst-rq-sub)
005920     end-if
005930 3200-one-result-exit.
005940     exit.
005950
005960*================================================================
005970*  3600-FIND-REJECT.  THE REJECT ENTRY FOR DST-REJ-KEY, ZERO
005980*  WHEN THERE IS NONE.
005990*================================================================
006000 3600-find-reject.
006010     move 0 to dst-rej-found
006020     perform 3610-check-reject thru 3610-check-reject-exit
006030         varying dst-rej-sub from 1 by 1
006040         until dst-rej-sub > dst-rej-used or dst-rej-found > 0
006050 3600-find-reject-exit.
006060     exit.
006070
006080 3610-check-reject.
006090     if dst-rej-id(dst-rej-sub) = dst-rej-key
006100         move dst-rej-sub to dst-rej-found
006110     end-if
006120 3610-check-reject-exit.
006130     exit.
006140
006150*================================================================
006160*  4000-FINALIZE.  THE PROOF: EVERY RESULT IN THE WINDOW WENT
006170*  OUT ON A FILE THAT CLOSED CLEAN.
006180*================================================================
006190 4000-finalize.
006200     if dst-register-status <> "00"
006210         go to 4000-finalize-exit
006220     end-if
006230     move spaces to dst-register-line
006240     write dst-register-line
006250     move "CALCOUT RESULTS READ . . . . . . . . . ."
006260         to dst-rpt-cnt-label
006270     move dst-out-count to dst-rpt-cnt
006280     write dst-register-line from dst-register-count-line
006290     move "RESULTS FROM THIS RUN. . . . . . . . . ."
006300         to dst-rpt-cnt-label
006310     move dst-window-count to dst-rpt-cnt
006320     write dst-register-line from dst-register-count-line
006330     move "  OF WHICH WITH NO REQUESTOR (-NONE-). ."
006340         to dst-rpt-cnt-label
006350     move dst-noreq-count to dst-rpt-cnt
006360     write dst-register-line from dst-register-count-line
006370     move "REJECT RECORDS READ. . . . . . . . . . ."
006380         to dst-rpt-cnt-label
006390     move dst-rej-count to dst-rpt-cnt
006400     write dst-register-line from dst-register-count-line
006410     move "FILES WRITTEN. . . . . . . . . . . . . ."
006420         to dst-rpt-cnt-label
006430     move dst-files-count to dst-rpt-cnt
006440     write dst-register-line from dst-register-count-line
006450     move "FILES FAILED . . . . . . . . . . . . . ."
006460         to dst-rpt-cnt-label
006470     move dst-files-bad-count to dst-rpt-cnt
006480     write dst-register-line from dst-register-count-line
006490     move "RESULT LINES DISTRIBUTED . . . . . . . ."
006500         to dst-rpt-cnt-label
006510     move dst-written-count to dst-rpt-cnt
006520     write dst-register-line from dst-register-count-line
006530     move spaces to dst-register-line
006540     write dst-register-line
006550     if dst-abort
006560         move "*** RUN ABORTED -- DISTRIBUTION INCOMPLETE ***"
006570             to dst-rpt-balance
006580     else
006590         if dst-written-count = dst-window-count
006600             move "BALANCED -- EVERY RESULT WENT TO A REQUESTOR"
006610                 to dst-rpt-balance
006620         else
006630             move "*** OUT OF BALANCE -- RESULTS UNDISTRIBUTED"
006640                 to dst-rpt-balance
006650             move "Y" to dst-abort-sw
006660         end-if
006670     end-if
006680     write dst-register-line from dst-register-balance-line
006690     close dst-register-file
006700     display "CALCDST: " dst-written-count " OF "
006710         dst-window-count " RESULTS DISTRIBUTED TO "
006720         dst-files-count " REQUESTORS"
006730 4000-finalize-exit.
006740     exit.
006750
006760*================================================================
006770*  9000-LOG-START.  ONE START RECORD ON THE CALCRUN MASTER.
006780*================================================================
006790 9000-log-start.
006800     move "CALCDST " to dst-run-pgm
006810     move "S"        to dst-run-phase
006820     move " "        to dst-run-mode
006830     move 0          to dst-run-stream
006840     move 0          to dst-run-read
006850     move 0          to dst-run-ok
006860     move 0          to dst-run-err
006870     move " "        to dst-run-outcome
006880     call "calcrun" using dst-run-call
006890 9000-log-start-exit.
006900     exit.
006910
006920*================================================================
006930*  9100-LOG-END.  AN OUT-OF-BALANCE REGISTER ENDS 'X'.
006940*================================================================
006950 9100-log-end.
006960     move "E"               to dst-run-phase
006970     move dst-window-count  to dst-run-read
006980     move dst-written-count to dst-run-ok
006990     compute dst-run-err = dst-window-count - dst-written-count
007000     if dst-abort
007010         if dst-written-count <> dst-window-count and
007020                 dst-res-used > 0
007030             move "X" to dst-run-outcome
007040         else
007050             move "A" to dst-run-outcome
007060         end-if
007070     else
007080         move "C" to dst-run-outcome
007090     end-if
007100     call "calcrun" using dst-run-call
007110 9100-log-end-exit.
007120     exit.
