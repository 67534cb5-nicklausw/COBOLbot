000010 identification division.
000020 program-id.  calcage.
000030 author.      data processing.
000040 installation. ops-applications.
000050 date-written. 10/15/2026.
000060 date-compiled.
000070*================================================================
000080*  MODIFICATION HISTORY
000090*  ----------------------------------------------------------
000100*  10/15/26  DP   ORIGINAL PROGRAM.  WEEKLY BACKLOG AGEING
000110*                 REPORT OFF CALCIN AND CALCOUT.  THREE KINDS
000120*                 OF REQUEST ARE WAITING: PENDING APPROVAL (AGED
000130*                 FROM ENTRY), APPROVED BUT DEFERRED BY THEIR
000140*                 EARLIEST DATE (AGED FROM APPROVAL) AND FAILING
000150*                 -- THE ONES THE NIGHTLY RUN PUTS ON CALCREJ
000160*                 (AGED FROM THE RUN THEIR PRESENT FAILURES
000170*                 BEGAN).  EACH IS BUCKETED 0-1, 2-5, 6-10 AND
000180*                 OVER 10 DAYS, IN TOTAL, BY REQUESTOR AND BY
000190*                 APPROVER.  THE TURNAROUND BLOCK GIVES THE
000200*                 AVERAGE TIME FROM ENTRY TO APPROVAL AND FROM
000210*                 APPROVAL TO FIRST ANSWER, FOR THE PAST WEEK
000220*                 AND FOR EVERYTHING ON FILE.  AGERPT IS THE
000230*                 REPORT.
000240*================================================================
000250 environment division.
000260 configuration section.
000270 input-output section.
000280 file-control.
000290     select calc-input-file assign to "CALCIN"
000300         organization is indexed
000310         access mode is sequential
000320         record key is calc-request-id
000330         file status is age-input-status.
000340     select calc-output-file assign to "CALCOUT"
000350         organization is indexed
000360         access mode is random
000370         record key is calc-out-id
000380         file status is age-output-status.
000390     select age-report-file assign to "AGERPT"
000400         organization is line sequential
000410         file status is age-report-status.
000420
000430 data division.
000440 file section.
000450 fd  calc-input-file.
000460     copy calcinrec.
000470
000480 fd  calc-output-file.
000490     copy calcoutrec.
000500
000510 fd  age-report-file.
000520 01  age-report-line             pic x(132).
000530
000540 working-storage section.
000550     copy calcrunrec.
000560
000570 01  age-input-status            pic x(02) value "00".
000580 01  age-output-status           pic x(02) value "00".
000590 01  age-report-status           pic x(02) value "00".
000600
000610 01  age-switches.
000620     05  age-abort-sw            pic x(01) value "N".
000630         88  age-abort           value "Y".
000640     05  age-eof-sw              pic x(01) value "N".
000650         88  age-eof             value "Y".
000660     05  age-out-found-sw        pic x(01) value "N".
000670         88  age-out-found       value "Y".
000680     05  age-slot-sw             pic x(01) value "N".
000690         88  age-slot-found      value "Y".
000700     05  age-out-open-sw         pic x(01) value "N".
000710         88  age-out-open        value "Y".
000720
000730 01  age-counters.
000740     05  age-in-count            pic 9(07) value 0.
000750     05  age-rejected-count      pic 9(07) value 0.
000760     05  age-current-count       pic 9(07) value 0.
000770     05  age-backlog-count       pic 9(07) value 0.
000780
000790 01  age-today                   pic 9(08) value 0.
000800 01  age-today-int               pic 9(08) value 0.
000810 01  age-week-start              pic 9(08) value 0.
000820 01  age-week-int                pic 9(08) value 0.
000830
000840*    the request being aged: which kind of backlog (1 pending,
000850*    2 deferred, 3 failing), the date it is aged from, and the
000860*    bucket that lands it in (1 0-1, 2 2-5, 3 6-10, 4 over 10,
000870*    5 no date -- keyed before the stamps existed).
000880 01  age-cat                     pic 9(01) value 0.
000890 01  age-start-date              pic 9(08) value 0.
000900 01  age-start-int               pic 9(08) value 0.
000910 01  age-days                    pic s9(08) value 0.
000920 01  age-bkt                     pic 9(01) value 0.
000940
000950*    the backlog as a whole, by kind and bucket.
000960 01  age-tot-grid.
000970     05  age-tot-cat             occurs 3 times.
000980         10  age-tot-cnt         pic 9(07) occurs 5 times.
000990
001000*    one entry per requestor ('R') and per approver ('A'), kept
001010*    in key order as they are added, so each block prints in
001020*    name order.  blank ids show as -NONE-.
001030 01  age-who-used                pic 9(04) value 0.
001040 01  age-who-table.
001050     05  age-who-entry           occurs 2000 times.
001060         10  age-who-key.
001070             15  age-who-type    pic x(01).
001080             15  age-who-id      pic x(08).
001090         10  age-who-grid.
001100             15  age-who-cat     occurs 3 times.
001110                 20  age-who-cnt pic 9(07) occurs 5 times.
001120 01  age-who-sub                 pic 9(04) value 0.
001130 01  age-who-ins                 pic 9(04) value 0.
001140 01  age-who-find.
001150     05  age-find-type           pic x(01) value space.
001160     05  age-find-id             pic x(08) value spaces.
001170 01  age-cat-sub                 pic 9(01) value 0.
001180 01  age-bkt-sub                 pic 9(01) value 0.
001190 01  age-row-total               pic 9(07) value 0.
001200 01  age-first-row-sw            pic x(01) value "Y".
001210     88  age-first-row           value "Y".
001220
001230*    elapsed time between two stamps, in minutes.
001240 01  age-from-date               pic 9(08) value 0.
001250 01  age-from-time               pic 9(08) value 0.
001260 01  age-from-time-x redefines age-from-time.
001270     05  age-from-hh             pic 9(02).
001280     05  age-from-mm             pic 9(02).
001290     05  filler                  pic 9(04).
001300 01  age-to-date                 pic 9(08) value 0.
001310 01  age-to-time                 pic 9(08) value 0.
001320 01  age-to-time-x redefines age-to-time.
001330     05  age-to-hh               pic 9(02).
001340     05  age-to-mm               pic 9(02).
001350     05  filler                  pic 9(04).
001360 01  age-minutes                 pic s9(09) value 0.
001370
001380*    turnaround: 1 entry to approval, 2 approval to first
001390*    answer; each for the past week and for all on file.
001400 01  age-turn-table.
001410     05  age-turn-entry          occurs 2 times.
001420         10  age-turn-wk-count   pic 9(07).
001430         10  age-turn-wk-mins    pic 9(13).
001440         10  age-turn-all-count  pic 9(07).
001450         10  age-turn-all-mins   pic 9(13).
001460 01  age-turn-sub                pic 9(01) value 0.
001470 01  age-avg-days                pic 9(05)v9(02) value 0.
001480 01  age-avg-hours               pic 9(07)v9(01) value 0.
001490
001500 01  age-cat-labels.
001510     05  filler                  pic x(22) value
001520         "PENDING APPROVAL".
001530     05  filler                  pic x(22) value
001540         "DEFERRED BY EARLIEST".
001550     05  filler                  pic x(22) value
001560         "FAILED ON CALCREJ".
001570 01  age-cat-label-table redefines age-cat-labels.
001580     05  age-cat-label           pic x(22) occurs 3 times.
001590
001600 01  age-turn-labels.
001610     05  filler                  pic x(26) value
001620         "ENTRY TO APPROVAL".
001630     05  filler                  pic x(26) value
001640         "APPROVAL TO FIRST ANSWER".
001650 01  age-turn-label-table redefines age-turn-labels.
001660     05  age-turn-label          pic x(26) occurs 2 times.
001670
001680 01  age-report-heading-1.
001690     05  filler                  pic x(44) value
001700         "CALCAGE -- REQUEST BACKLOG AGEING REPORT".
001710 01  age-report-heading-2.
001720     05  filler                  pic x(10) value "AS OF".
001730     05  age-rpt-today           pic 9(08).
001740     05  filler                  pic x(16) value
001750         "    WEEK FROM".
001760     05  age-rpt-week            pic 9(08).
001770 01  age-section-line.
001780     05  age-rpt-section         pic x(60).
001790 01  age-grid-heading.
001800     05  filler                  pic x(34) value spaces.
001810     05  filler                  pic x(54) value
001820         "      0-1      2-5     6-10  OVER 10  NO DATE    TOTAL".
001830 01  age-grid-line.
001840     05  age-grd-who             pic x(08).
001850     05  filler                  pic x(04) value spaces.
001860     05  age-grd-label           pic x(22).
001870     05  age-grd-cell            occurs 5 times.
001880         10  filler              pic x(02).
001890         10  age-grd-cnt         pic zzz,zz9.
001900     05  filler                  pic x(02) value spaces.
001910     05  age-grd-total           pic zzz,zz9.
001920 01  age-turn-heading-1.
001930     05  filler                  pic x(34) value spaces.
001940     05  filler                  pic x(31) value
001950         "  --------- PAST WEEK ---------".
001960     05  filler                  pic x(34) value
001970         "     -------- ALL ON FILE --------".
001980 01  age-turn-heading-2.
001990     05  filler                  pic x(34) value spaces.
002000     05  filler                  pic x(31) value
002010         "  REQUESTS  AVG DAYS  AVG HOURS".
002020     05  filler                  pic x(34) value
002030         "     REQUESTS  AVG DAYS  AVG HOURS".
002040 01  age-turn-line.
002050     05  filler                  pic x(08) value spaces.
002060     05  age-trn-label           pic x(26).
002070     05  filler                  pic x(03) value spaces.
002080     05  age-trn-wk-count        pic zzz,zz9.
002090     05  filler                  pic x(02) value spaces.
002100     05  age-trn-wk-days         pic zzzz9.99.
002110     05  filler                  pic x(02) value spaces.
002120     05  age-trn-wk-hours        pic zzzzzz9.9.
002130     05  filler                  pic x(06) value spaces.
002140     05  age-trn-all-count       pic zzz,zz9.
002150     05  filler                  pic x(02) value spaces.
002160     05  age-trn-all-days        pic zzzz9.99.
002170     05  filler                  pic x(02) value spaces.
002180     05  age-trn-all-hours       pic zzzzzz9.9.
002190 01  age-count-line.
002200     05  age-rpt-cnt-label       pic x(40).
002210     05  age-rpt-cnt             pic zzz,zz9.
002220 01  age-note-line.
002230     05  age-rpt-note            pic x(100).
002240
002250 procedure division.
002260
002270*================================================================
002280*  0000-MAINLINE.  A RUN THAT CANNOT READ CALCIN OR WRITE THE
002290*  REPORT SETS RETURN CODE 8.
002300*================================================================
002310 0000-mainline.
002320     perform 1000-initialize      thru 1000-initialize-exit
002330     perform 9000-log-start       thru 9000-log-start-exit
002340     if not age-abort
002350         perform 2000-age-requests
002360             thru 2000-age-requests-exit
002364         if not age-abort
002368             perform 3000-print-report
002372                 thru 3000-print-report-exit
002376         end-if
002380     end-if
002390     perform 4000-finalize        thru 4000-finalize-exit
002400     perform 9100-log-end         thru 9100-log-end-exit
002410     if age-abort
002420         move 8 to return-code
002430     end-if
002440     goback.
002450
002460*================================================================
002470*  1000-INITIALIZE.  TODAY, THE START OF THE PAST WEEK (TODAY
002480*  AND THE SIX DAYS BEFORE IT), AND THE FILES.  NO CALCOUT IS
002490*  NOT AN ABORT -- NOTHING HAS FAILED OR BEEN ANSWERED YET.
002500*================================================================
002510 1000-initialize.
002520     accept age-today from date yyyymmdd
002530     compute age-today-int = function integer-of-date(age-today)
002540     compute age-week-int = age-today-int - 6
002550     compute age-week-start =
002560         function date-of-integer(age-week-int)
002570     move zeros to age-tot-grid
002580     move zeros to age-turn-table
002590     open output age-report-file
002600     if age-report-status <> "00"
002610         display "CALCAGE: UNABLE TO OPEN AGERPT, STATUS="
002620             age-report-status
002630         move "Y" to age-abort-sw
002640         go to 1000-initialize-exit
002650     end-if
002660     open input calc-input-file
002670     if age-input-status <> "00"
002680         display "CALCAGE: UNABLE TO OPEN CALCIN, STATUS="
002690             age-input-status
002700         move "Y" to age-abort-sw
002710         go to 1000-initialize-exit
002720     end-if
002730     open input calc-output-file
002740     if age-output-status = "00"
002750         move "Y" to age-out-open-sw
002760     else
002770         display "CALCAGE: NO CALCOUT, STATUS="
002780             age-output-status " -- NO ANSWERS TO MATCH"
002790     end-if
002800 1000-initialize-exit.
002810     exit.
002820
002830*================================================================
002840*  2000-AGE-REQUESTS.  EVERY CALCIN REQUEST IN KEY ORDER.
002850*================================================================
002860 2000-age-requests.
002870     move "N" to age-eof-sw
002880     perform 2100-age-one thru 2100-age-one-exit
002890         until age-eof or age-abort
002900     close calc-input-file
002910     if age-out-open
002920         close calc-output-file
002930     end-if
002940 2000-age-requests-exit.
002950     exit.
002960
002970*================================================================
002980*  2100-AGE-ONE.  A REJECTED REQUEST IS DONE WITH.  A PENDING
002990*  ONE IS AGED FROM ITS ENTRY.  AN APPROVED ONE (OR ONE FROM
003000*  BEFORE THE WORKFLOW) WHOSE EARLIEST DATE IS STILL AHEAD IS
003010*  DEFERRED, AGED FROM ITS APPROVAL; ONE WHOSE LATEST ANSWER
003020*  FAILED IS AGED FROM THE RUN THE FAILURES BEGAN.  THE REST
003030*  ARE CURRENT.  TURNAROUND IS TAKEN FROM EVERY APPROVED ONE.
003040*================================================================
003050 2100-age-one.
003060     read calc-input-file next record
003070         at end
003080             move "Y" to age-eof-sw
003090             go to 2100-age-one-exit
003100     end-read
003110     add 1 to age-in-count
003120     if calc-input-approval = "R"
003130         add 1 to age-rejected-count
003140         go to 2100-age-one-exit
003150     end-if
003160     perform 2150-read-answer thru 2150-read-answer-exit
003170     if calc-input-approval = "A"
003180         perform 2600-take-entry-approval
003190             thru 2600-take-entry-approval-exit
003200         perform 2700-take-approval-answer
003210             thru 2700-take-approval-answer-exit
003220     end-if
003230     move 0 to age-cat
003240     move 0 to age-start-date
003250     evaluate true
003260         when calc-input-approval = "P"
003270             move 1 to age-cat
003280             move calc-input-entry-date to age-start-date
003290         when calc-input-earliest is numeric and
003300                 calc-input-earliest > age-today
003310             move 2 to age-cat
003320             move calc-input-decided-date to age-start-date
003330             if age-start-date is not numeric or
003340                     age-start-date = 0
003350                 move calc-input-entry-date to age-start-date
003360             end-if
003370         when age-out-found and calc-out-rc <> 0 and
003380                 not calc-out-held
003390             move 3 to age-cat
003400             move calc-out-fail-date to age-start-date
003410             if age-start-date is not numeric or
003420                     age-start-date = 0
003430                 move calc-out-run-date to age-start-date
003440             end-if
003450     end-evaluate
003460     if age-cat = 0
003470         add 1 to age-current-count
003480         go to 2100-age-one-exit
003490     end-if
003500     add 1 to age-backlog-count
003510     perform 2300-bucket-age thru 2300-bucket-age-exit
003520     add 1 to age-tot-cnt(age-cat, age-bkt)
003530     move "R" to age-find-type
003540     move calc-input-requestor to age-find-id
003550     perform 2400-count-who thru 2400-count-who-exit
003560     move "A" to age-find-type
003570     move calc-input-approver to age-find-id
003580     if calc-input-approval = "P"
003590         move spaces to age-find-id
003600     end-if
003610     perform 2400-count-who thru 2400-count-who-exit
003620 2100-age-one-exit.
003630     exit.
003640
003650*================================================================
003660*  2150-READ-ANSWER.  THE REQUEST'S LATEST CALCOUT ANSWER, IF
003670*  IT HAS ONE.
003680*================================================================
003690 2150-read-answer.
003700     move "N" to age-out-found-sw
003710     if not age-out-open
003720         go to 2150-read-answer-exit
003730     end-if
003740     move calc-request-id to calc-out-id
003750     read calc-output-file
003760         invalid key
003770             go to 2150-read-answer-exit
003780     end-read
003790     move "Y" to age-out-found-sw
003800 2150-read-answer-exit.
003810     exit.
003820
003830*================================================================
003840*  2300-BUCKET-AGE.  WHOLE DAYS FROM AGE-START-DATE TO TODAY.
003850*  A MISSING OR IMPOSSIBLE DATE GOES IN THE NO-DATE BUCKET.
003860*================================================================
003870 2300-bucket-age.
003880     move 5 to age-bkt
003890     if age-start-date is not numeric or age-start-date = 0
003900         go to 2300-bucket-age-exit
003910     end-if
003920     if function test-date-yyyymmdd(age-start-date) <> 0
003930         go to 2300-bucket-age-exit
003940     end-if
003950     compute age-start-int =
003960         function integer-of-date(age-start-date)
003970     compute age-days = age-today-int - age-start-int
003980     evaluate true
003990         when age-days <= 1
004000             move 1 to age-bkt
004010         when age-days <= 5
004020             move 2 to age-bkt
004030         when age-days <= 10
004040             move 3 to age-bkt
004050         when other
004060             move 4 to age-bkt
004070     end-evaluate
004080 2300-bucket-age-exit.
004090     exit.
004100
004110*================================================================
004120*  2400-COUNT-WHO.  ONE MORE IN THIS KIND AND BUCKET AGAINST
004130*  AGE-WHO-FIND, ADDED IN KEY ORDER IF IT IS NEW.  AN
004140*  OVERFLOWING TABLE WOULD LEAVE THE BREAKDOWN SHORT OF THE
004150*  TOTALS, SO IT STOPS THE RUN.
004160*================================================================
004170 2400-count-who.
004180     if age-find-id = spaces
004190         move "-NONE-" to age-find-id
004200     end-if
004210     move 1   to age-who-ins
004220     move "N" to age-slot-sw
004230     perform 2410-find-slot thru 2410-find-slot-exit
004240         until age-slot-found or age-who-ins > age-who-used
004250     if age-slot-found
004260         if age-who-key(age-who-ins) = age-who-find
004270             go to 2400-count-who-add
004280         end-if
004290     end-if
004300     if age-who-used >= 2000
004310         display "CALCAGE: OVER 2000 REQUESTORS AND APPROVERS"
004320         move "Y" to age-abort-sw
004330         go to 2400-count-who-exit
004340     end-if
004350     move age-who-used to age-who-sub
004360     perform 2420-shift-up thru 2420-shift-up-exit
004370         until age-who-sub < age-who-ins
004380     add 1 to age-who-used
004390     move age-who-find to age-who-key(age-who-ins)
004400     move zeros        to age-who-grid(age-who-ins).
004410 2400-count-who-add.
004420     add 1 to age-who-cnt(age-who-ins, age-cat, age-bkt).
004430 2400-count-who-exit.
004440     exit.
004450
004460 2410-find-slot.
004470     if age-who-key(age-who-ins) >= age-who-find
004480         move "Y" to age-slot-sw
004490     else
004500         add 1 to age-who-ins
004510     end-if
004520 2410-find-slot-exit.
004530     exit.
004540
004550 2420-shift-up.
004560     move age-who-entry(age-who-sub)
004570         to age-who-entry(age-who-sub + 1)
004580     subtract 1 from age-who-sub
004590 2420-shift-up-exit.
004600     exit.
004610
004620*================================================================
004630*  2500-ELAPSED.  MINUTES FROM THE FROM STAMP TO THE TO STAMP;
004640*  A CLOCK THAT RAN BACKWARDS COUNTS AS NO TIME AT ALL.
004650*================================================================
004660 2500-elapsed.
004670     compute age-minutes =
004680         (function integer-of-date(age-to-date) -
004690          function integer-of-date(age-from-date)) * 1440
004700         + age-to-hh * 60 + age-to-mm
004710         - age-from-hh * 60 - age-from-mm
004720     if age-minutes < 0
004730         move 0 to age-minutes
004740     end-if
004750 2500-elapsed-exit.
004760     exit.
004770
004780*================================================================
004790*  2600-TAKE-ENTRY-APPROVAL.  A SUPERVISOR'S APPROVAL WITH BOTH
004800*  STAMPS GOOD.  CALCGEN'S INSTANCES ARE APPROVED AS THEY ARE
004810*  GENERATED AND WOULD ONLY DILUTE THE FIGURE, SO THEY ARE LEFT
004820*  OUT.  THE WEEK IS THE WEEK IT WAS APPROVED IN.
004830*================================================================
004840 2600-take-entry-approval.
004850     if calc-input-approver = "CALCGEN"
004860         go to 2600-take-entry-approval-exit
004870     end-if
004880     if calc-input-entry-date is not numeric or
004890             calc-input-entry-time is not numeric or
004900             calc-input-decided-date is not numeric or
004910             calc-input-decided-time is not numeric
004920         go to 2600-take-entry-approval-exit
004930     end-if
004940     if function test-date-yyyymmdd(calc-input-entry-date)
004950             <> 0 or
004960             function test-date-yyyymmdd(calc-input-decided-date)
004970             <> 0
004980         go to 2600-take-entry-approval-exit
004990     end-if
005000     move calc-input-entry-date   to age-from-date
005010     move calc-input-entry-time   to age-from-time
005020     move calc-input-decided-date to age-to-date
005030     move calc-input-decided-time to age-to-time
005040     perform 2500-elapsed thru 2500-elapsed-exit
005050     move 1 to age-turn-sub
005060     perform 2800-add-turn thru 2800-add-turn-exit
005070 2600-take-entry-approval-exit.
005080     exit.
005090
005100*================================================================
005110*  2700-TAKE-APPROVAL-ANSWER.  AN APPROVED REQUEST THAT HAS
005120*  PRODUCED AN ANSWER, BOTH STAMPS GOOD.  THE WEEK IS THE WEEK
005130*  OF THE FIRST ANSWER.
005140*================================================================
005150 2700-take-approval-answer.
005160     if not age-out-found
005170         go to 2700-take-approval-answer-exit
005180     end-if
005190     if calc-input-decided-date is not numeric or
005200             calc-input-decided-time is not numeric or
005210             calc-out-first-date is not numeric or
005220             calc-out-first-time is not numeric
005230         go to 2700-take-approval-answer-exit
005240     end-if
005250     if function test-date-yyyymmdd(calc-input-decided-date)
005260             <> 0 or
005270             function test-date-yyyymmdd(calc-out-first-date)
005280             <> 0
005290         go to 2700-take-approval-answer-exit
005300     end-if
005310     move calc-input-decided-date to age-from-date
005320     move calc-input-decided-time to age-from-time
005330     move calc-out-first-date     to age-to-date
005340     move calc-out-first-time     to age-to-time
005350     perform 2500-elapsed thru 2500-elapsed-exit
005360     move 2 to age-turn-sub
005370     perform 2800-add-turn thru 2800-add-turn-exit
005380 2700-take-approval-answer-exit.
005390     exit.
005400
005410 2800-add-turn.
005420     add 1           to age-turn-all-count(age-turn-sub)
005430     add age-minutes to age-turn-all-mins(age-turn-sub)
005440     if age-to-date >= age-week-start
005450         add 1           to age-turn-wk-count(age-turn-sub)
005460         add age-minutes to age-turn-wk-mins(age-turn-sub)
005470     end-if
005480 2800-add-turn-exit.
005490     exit.
005500
005510*================================================================
005520*  3000-PRINT-REPORT.  THE BACKLOG IN TOTAL, BY REQUESTOR, BY
005530*  APPROVER, THEN THE TURNAROUND.  A PENDING REQUEST HAS NO
005540*  APPROVER YET AND SHOWS UNDER -NONE-.
005550*================================================================
005560 3000-print-report.
005570     move age-today      to age-rpt-today
005580     move age-week-start to age-rpt-week
005590     write age-report-line from age-report-heading-1
005600     write age-report-line from age-report-heading-2
005610     move spaces to age-report-line
005620     write age-report-line
005630     move "BACKLOG BY AGE IN DAYS" to age-rpt-section
005640     write age-report-line from age-section-line
005650     write age-report-line from age-grid-heading
005660     move "Y" to age-first-row-sw
005670     perform 3100-print-total-row thru 3100-print-total-row-exit
005680         varying age-cat-sub from 1 by 1
005690         until age-cat-sub > 3
005700     move spaces to age-report-line
005710     write age-report-line
005720     move "BACKLOG BY REQUESTOR" to age-rpt-section
005730     write age-report-line from age-section-line
005740     write age-report-line from age-grid-heading
005750     move "R" to age-find-type
005760     perform 3200-print-who thru 3200-print-who-exit
005770         varying age-who-sub from 1 by 1
005780         until age-who-sub > age-who-used
005790     move spaces to age-report-line
005800     write age-report-line
005810     move "BACKLOG BY APPROVER" to age-rpt-section
005820     write age-report-line from age-section-line
005830     write age-report-line from age-grid-heading
005840     move "A" to age-find-type
005850     perform 3200-print-who thru 3200-print-who-exit
005860         varying age-who-sub from 1 by 1
005870         until age-who-sub > age-who-used
005880     move spaces to age-report-line
005890     write age-report-line
005900     move "TURNAROUND" to age-rpt-section
005910     write age-report-line from age-section-line
005920     write age-report-line from age-turn-heading-1
005930     write age-report-line from age-turn-heading-2
005940     perform 3300-print-turn thru 3300-print-turn-exit
005950         varying age-turn-sub from 1 by 1
005960         until age-turn-sub > 2
005970     move spaces to age-note-line
005980     string "ENTRY TO APPROVAL LEAVES OUT CALCGEN'S OWN "
005990         "APPROVALS.  REQUESTS KEYED BEFORE THE LIFECYCLE "
006000         "STAMPS ARE LEFT OUT."
006010         delimited by size into age-rpt-note
006020     write age-report-line from age-note-line
006030 3000-print-report-exit.
006040     exit.
006050
006060*================================================================
006070*  3100-PRINT-TOTAL-ROW.  ONE KIND OF BACKLOG ACROSS THE FILE.
006080*================================================================
006090 3100-print-total-row.
006100     move spaces to age-grid-line
006110     move age-cat-label(age-cat-sub) to age-grd-label
006120     move 0 to age-row-total
006130     perform 3110-total-bucket thru 3110-total-bucket-exit
006140         varying age-bkt-sub from 1 by 1
006150         until age-bkt-sub > 5
006160     move age-row-total to age-grd-total
006170     write age-report-line from age-grid-line
006180 3100-print-total-row-exit.
006190     exit.
006200
006210 3110-total-bucket.
006220     move age-tot-cnt(age-cat-sub, age-bkt-sub)
006230         to age-grd-cnt(age-bkt-sub)
006240     add age-tot-cnt(age-cat-sub, age-bkt-sub) to age-row-total
006250 3110-total-bucket-exit.
006260     exit.
006270
006280*================================================================
006290*  3200-PRINT-WHO.  THE ROWS OF ONE REQUESTOR OR APPROVER OF
006300*  THE KIND BEING PRINTED (AGE-FIND-TYPE), NAME ON THE FIRST.
006310*  A KIND THEY HAVE NOTHING WAITING IN IS LEFT OFF.
006320*================================================================
006330 3200-print-who.
006340     if age-who-type(age-who-sub) <> age-find-type
006350         go to 3200-print-who-exit
006360     end-if
006370     move "Y" to age-first-row-sw
006380     perform 3210-print-who-row thru 3210-print-who-row-exit
006390         varying age-cat-sub from 1 by 1
006400         until age-cat-sub > 3
006410 3200-print-who-exit.
006420     exit.
006430
006440 3210-print-who-row.
006450     move spaces to age-grid-line
006460     move 0 to age-row-total
006470     perform 3220-who-bucket thru 3220-who-bucket-exit
006480         varying age-bkt-sub from 1 by 1
006490         until age-bkt-sub > 5
006500     if age-row-total = 0
006510         go to 3210-print-who-row-exit
006520     end-if
006530     if age-first-row
006540         move age-who-id(age-who-sub) to age-grd-who
006550         move "N" to age-first-row-sw
006560     end-if
006570     move age-cat-label(age-cat-sub) to age-grd-label
006580     move age-row-total to age-grd-total
006590     write age-report-line from age-grid-line
006600 3210-print-who-row-exit.
006610     exit.
006620
006630 3220-who-bucket.
006640     move age-who-cnt(age-who-sub, age-cat-sub, age-bkt-sub)
006650         to age-grd-cnt(age-bkt-sub)
006660     add age-who-cnt(age-who-sub, age-cat-sub, age-bkt-sub)
006670         to age-row-total
006680 3220-who-bucket-exit.
006690     exit.
006700
006710*================================================================
006720*  3300-PRINT-TURN.  COUNT AND AVERAGE, IN DAYS AND IN HOURS,
006730*  FOR THE PAST WEEK AND FOR ALL ON FILE.
006740*================================================================
006750 3300-print-turn.
006760     move spaces to age-turn-line
006770     move age-turn-label(age-turn-sub) to age-trn-label
006780     move age-turn-wk-count(age-turn-sub) to age-trn-wk-count
006790     move 0 to age-avg-days
006800     move 0 to age-avg-hours
006810     if age-turn-wk-count(age-turn-sub) > 0
006820         compute age-avg-days rounded =
006830             age-turn-wk-mins(age-turn-sub) /
006840             age-turn-wk-count(age-turn-sub) / 1440
006850         compute age-avg-hours rounded =
006860             age-turn-wk-mins(age-turn-sub) /
006870             age-turn-wk-count(age-turn-sub) / 60
006880     end-if
006890     move age-avg-days  to age-trn-wk-days
006900     move age-avg-hours to age-trn-wk-hours
006910     move age-turn-all-count(age-turn-sub) to age-trn-all-count
006920     move 0 to age-avg-days
006930     move 0 to age-avg-hours
006940     if age-turn-all-count(age-turn-sub) > 0
006950         compute age-avg-days rounded =
006960             age-turn-all-mins(age-turn-sub) /
006970             age-turn-all-count(age-turn-sub) / 1440
006980         compute age-avg-hours rounded =
006990             age-turn-all-mins(age-turn-sub) /
007000             age-turn-all-count(age-turn-sub) / 60
007010     end-if
007020     move age-avg-days  to age-trn-all-days
007030     move age-avg-hours to age-trn-all-hours
007040     write age-report-line from age-turn-line
007050 3300-print-turn-exit.
007060     exit.
007070
007080*================================================================
007090*  4000-FINALIZE.  THE COUNTS THAT TIE THE REPORT TO CALCIN:
007100*  READ = REJECTED + CURRENT + BACKLOG.
007110*================================================================
007120 4000-finalize.
007130     if age-report-status <> "00"
007140         go to 4000-finalize-exit
007150     end-if
007160     if not age-abort
007170         move spaces to age-report-line
007180         write age-report-line
007190         move "CALCIN REQUESTS READ . . . . . . . . . ."
007200             to age-rpt-cnt-label
007210         move age-in-count to age-rpt-cnt
007220         write age-report-line from age-count-line
007230         move "  REJECTED -- NOT AGED . . . . . . . . ."
007240             to age-rpt-cnt-label
007250         move age-rejected-count to age-rpt-cnt
007260         write age-report-line from age-count-line
007270         move "  CURRENT -- NOTHING WAITING . . . . . ."
007280             to age-rpt-cnt-label
007290         move age-current-count to age-rpt-cnt
007300         write age-report-line from age-count-line
007310         move "  IN THE BACKLOG . . . . . . . . . . . ."
007320             to age-rpt-cnt-label
007330         move age-backlog-count to age-rpt-cnt
007340         write age-report-line from age-count-line
007350     else
007360         move spaces to age-note-line
007370         move "ABORTED -- SEE THE JOB LOG." to age-rpt-note
007380         write age-report-line from age-note-line
007390     end-if
007400     close age-report-file
007410     display "CALCAGE: " age-backlog-count " OF "
007420         age-in-count " REQUESTS IN THE BACKLOG"
007430 4000-finalize-exit.
007440     exit.
007450
007460*================================================================
007470*  9000-LOG-START.  ONE START RECORD ON THE CALCRUN MASTER.
007480*================================================================
007490 9000-log-start.
007500     move "CALCAGE " to calc-run-pgm
007510     move "S"        to calc-run-phase
007520     move " "        to calc-run-mode
007530     move 0          to calc-run-stream
007540     move 0          to calc-run-read
007550     move 0          to calc-run-ok
007560     move 0          to calc-run-err
007570     move " "        to calc-run-outcome
007580     call "calcrun" using calc-run-record
007590 9000-log-start-exit.
007600     exit.
007610
007620*================================================================
007630*  9100-LOG-END.  READ IS CALCIN REQUESTS, OK IS THOSE WITH
007640*  NOTHING WAITING, ERR IS THE BACKLOG.
007650*================================================================
007660 9100-log-end.
007670     move "E"                to calc-run-phase
007680     move age-in-count       to calc-run-read
007690     compute calc-run-ok = age-rejected-count + age-current-count
007700     move age-backlog-count  to calc-run-err
007710     if age-abort
007720         move "A" to calc-run-outcome
007730     else
007740         move "C" to calc-run-outcome
007750     end-if
007760     call "calcrun" using calc-run-record
007770 9100-log-end-exit.
007780     exit.
