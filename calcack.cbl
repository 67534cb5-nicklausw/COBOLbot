000010 identification division.
000020 program-id.  calcack.
000030 author.      data processing.
000040 installation. ops-applications.
000050 date-written. 10/15/2026.
000060 date-compiled.
000070*================================================================
000080*  MODIFICATION HISTORY
000090*  ----------------------------------------------------------
000100*  10/15/26  DP   ORIGINAL PROGRAM.  GENERAL-LEDGER ACKNOWLEDG-
000110*                 MENT MATCHING: READS THE CALCACK FILE
000120*                 ACCOUNTING RETURNS FOR A CALCGLX EXTRACT (ONE
000130*                 POSTED OR REJECTED LINE PER REQUEST ID, PLUS
000140*                 THEIR CONTROL TOTALS), MATCHES IT AGAINST THE
000150*                 EXTRACT AS SENT, AND STAMPS EACH CALCOUT
000160*                 RESULT POSTED OR REJECTED SO CALCGLX NEVER
000170*                 SENDS A POSTED RESULT TWICE.  PRINTS ACKRPT:
000180*                 REJECTIONS WITH ACCOUNTING'S REASON, DETAILS
000190*                 ACKNOWLEDGED BUT NEVER SENT, DETAILS SENT BUT
000200*                 NEVER ACKNOWLEDGED, AMOUNTS THAT DIFFER, AND
000210*                 EVERY CONTROL TOTAL THAT FAILS TO BALANCE.
000220*                 ANY EXCEPTION SETS RETURN CODE 8 SO THE
000230*                 SCHEDULER HOLDS THE NEXT EXTRACT.
000240*================================================================
000250 environment division.
000260 configuration section.
000270 input-output section.
000280 file-control.
000290*    the extract as it went to accounting -- still on CALCGLX,
000300*    which calcglx will not replace until a run of this job has
000310*    matched an acknowledgment against it.
000320     select sent-file assign to "CALCGLX"
000330         organization is line sequential
000340         file status is ack-sent-status.
000350     select ack-file assign to "CALCACK"
000360         organization is line sequential
000370         file status is ack-ack-status.
000380     select calc-output-file assign to "CALCOUT"
000390         organization is indexed
000400         access mode is random
000410         record key is calc-out-id
000420         file status is ack-output-status.
000430     select ack-report-file assign to "ACKRPT"
000440         organization is line sequential
000450         file status is ack-report-status.
000460
000470 data division.
000480 file section.
000490 fd  sent-file.
000500 01  ack-sent-record             pic x(60).
000510
000520 fd  ack-file.
000530     copy calcackrec.
000540
000550 fd  calc-output-file.
000560     copy calcoutrec.
000570
000580 fd  ack-report-file.
000590 01  ack-report-line             pic x(132).
000600
000610 working-storage section.
000620     copy calcrunrec.
000630
000640*    the CALCGLX shapes, read INTO from the sent file.
000650     copy calcglxrec.
000660
000670 01  ack-sent-status             pic x(02) value "00".
000680 01  ack-ack-status              pic x(02) value "00".
000690 01  ack-output-status           pic x(02) value "00".
000700 01  ack-report-status           pic x(02) value "00".
000710
000720 01  ack-switches.
000730     05  ack-abort-sw            pic x(01) value "N".
000740         88  ack-abort           value "Y".
000750     05  ack-sent-eof-sw         pic x(01) value "N".
000760         88  ack-sent-eof        value "Y".
000770     05  ack-ack-eof-sw          pic x(01) value "N".
000780         88  ack-ack-eof         value "Y".
000790     05  ack-sent-trailer-sw     pic x(01) value "N".
000800         88  ack-have-sent-trailer value "Y".
000810     05  ack-ack-trailer-sw      pic x(01) value "N".
000820         88  ack-have-ack-trailer value "Y".
000830     05  ack-amount-ok-sw        pic x(01) value "N".
000840         88  ack-amount-ok       value "Y".
000850     05  ack-files-open-sw       pic x(01) value "N".
000860         88  ack-files-open      value "Y".
000870
000880 01  ack-counters.
000890     05  ack-sent-count          pic 9(07) value 0.
000900     05  ack-line-count          pic 9(07) value 0.
000910     05  ack-posted-count        pic 9(07) value 0.
000920     05  ack-rejected-count      pic 9(07) value 0.
000930     05  ack-exception-count     pic 9(07) value 0.
000940     05  ack-unsent-count        pic 9(07) value 0.
000950     05  ack-unacked-count       pic 9(07) value 0.
000960
000970*    hash totals: of the details as sent, of the details as
000980*    acknowledged (recomputed here), and the two trailers'
000990*    figures, the same width calcglx builds its own with.
001000 01  ack-sent-hash               pic s9(16)v9(09) value 0.
001010 01  ack-ack-hash                pic s9(16)v9(09) value 0.
001020 01  ack-sent-trl-hash           pic s9(16)v9(09) value 0.
001030 01  ack-ack-trl-hash            pic s9(16)v9(09) value 0.
001040 01  ack-sent-trl-count          pic 9(09) value 0.
001050 01  ack-ack-trl-count           pic 9(09) value 0.
001060 01  ack-ack-trl-posted          pic 9(09) value 0.
001070 01  ack-ack-trl-rejected        pic 9(09) value 0.
001080
001090*    from the two headers.  an acknowledgment only counts
001100*    against the extract it names.
001110 01  ack-sent-date               pic 9(08) value 0.
001120 01  ack-sent-time               pic 9(08) value 0.
001130 01  ack-ack-date                pic 9(08) value 0.
001140
001150*    every detail sent, in the id order calcglx wrote them, so
001160*    each acknowledgment line is found by halving.  one that
001170*    can't all be held aborts the run before anything is
001180*    marked -- a partial match would mark a partial ledger.
001190 01  ack-tab-used                pic 9(05) value 0.
001200 01  ack-sent-table.
001210     05  ack-sent-entry          occurs 20000 times.
001220         10  ack-tab-id          pic 9(09).
001230         10  ack-tab-amount      pic s9(09)v9(09).
001240         10  ack-tab-acked       pic x(01).
001250 01  ack-sub                     pic 9(05) value 0.
001260 01  ack-low                     pic 9(05) value 0.
001270 01  ack-high                    pic 9(05) value 0.
001280 01  ack-mid                     pic 9(05) value 0.
001290 01  ack-found-sub               pic 9(05) value 0.
001300 01  ack-last-id                 pic 9(09) value 0.
001310
001320*    a signed display amount, "+999999999.999999999" or the
001330*    27-byte hash shape, taken apart into its integer and
001340*    fraction digits and put back together as a number.
001350 01  ack-amt-text                pic x(27) value spaces.
001360 01  ack-amt-int-len             pic 9(02) value 0.
001370 01  ack-amt-frac-pos            pic 9(02) value 0.
001380 01  ack-amt-int                 pic 9(16) value 0.
001390 01  ack-amt-frac                pic 9(09) value 0.
001400 01  ack-amt-value               pic s9(16)v9(09) value 0.
001410 01  ack-this-amount             pic s9(09)v9(09) value 0.
001420
001430 01  ack-report-heading-1.
001440     05  filler                  pic x(46) value
001450         "CALCACK -- GENERAL-LEDGER ACKNOWLEDGMENT MATCH".
001460 01  ack-report-heading-2.
001470     05  filler                  pic x(14) value
001480         "EXTRACT DATE".
001490     05  ack-rpt-ext-date        pic 9(08).
001500     05  filler                  pic x(07) value "  TIME".
001510     05  ack-rpt-ext-time        pic 9(08).
001520     05  filler                  pic x(14) value
001530         "    POSTED ON".
001540     05  ack-rpt-ack-date        pic 9(08).
001550
001560 01  ack-item-line.
001570     05  filler                  pic x(02) value spaces.
001580     05  ack-itm-id              pic zzzzzzzz9.
001590     05  filler                  pic x(02) value spaces.
001600     05  filler                  pic x(05) value "SENT".
001610     05  ack-itm-sent            pic -(9)9.9(9).
001620     05  ack-itm-sent-x redefines ack-itm-sent
001630                                 pic x(20).
001640     05  filler                  pic x(02) value spaces.
001650     05  filler                  pic x(06) value "ACKED".
001660     05  ack-itm-acked           pic -(9)9.9(9).
001670     05  ack-itm-acked-x redefines ack-itm-acked
001680                                 pic x(20).
001690     05  filler                  pic x(02) value spaces.
001700     05  ack-itm-text            pic x(34).
001710     05  ack-itm-reason          pic x(30).
001720
001730 01  ack-balance-line.
001740     05  filler                  pic x(02) value spaces.
001750     05  ack-bal-text            pic x(46).
001760     05  ack-bal-count-1         pic zzz,zzz,zz9.
001770     05  filler                  pic x(04) value " VS".
001780     05  ack-bal-count-2         pic zzz,zzz,zz9.
001790
001800 01  ack-hash-line.
001810     05  filler                  pic x(02) value spaces.
001820     05  ack-hsh-text            pic x(46).
001830     05  ack-hsh-hash-1          pic -(16)9.9(9).
001840     05  filler                  pic x(04) value " VS".
001850     05  ack-hsh-hash-2          pic -(16)9.9(9).
001860
001870 01  ack-report-total-1.
001880     05  filler                  pic x(20) value
001890         "DETAILS SENT . . . .".
001900     05  ack-rpt-sent            pic zzz,zz9.
001910     05  filler                  pic x(06) value spaces.
001920     05  filler                  pic x(20) value
001930         "ACKNOWLEDGED . . . .".
001940     05  ack-rpt-lines           pic zzz,zz9.
001950     05  filler                  pic x(06) value spaces.
001960     05  filler                  pic x(20) value
001970         "POSTED . . . . . . .".
001980     05  ack-rpt-posted          pic zzz,zz9.
001990     05  filler                  pic x(06) value spaces.
002000     05  filler                  pic x(20) value
002010         "REJECTED . . . . . .".
002020     05  ack-rpt-rejected        pic zzz,zz9.
002030
002040 01  ack-report-total-2.
002050     05  filler                  pic x(20) value
002060         "NEVER SENT . . . . .".
002070     05  ack-rpt-unsent          pic zzz,zz9.
002080     05  filler                  pic x(06) value spaces.
002090     05  filler                  pic x(20) value
002100         "NOT ACKNOWLEDGED . .".
002110     05  ack-rpt-unacked         pic zzz,zz9.
002120     05  filler                  pic x(06) value spaces.
002130     05  filler                  pic x(20) value
002140         "EXCEPTIONS . . . . .".
002150     05  ack-rpt-exceptions      pic zzz,zz9.
002160
002170 01  ack-signoff-line.
002180     05  filler                  pic x(52) value
002190         "BALANCED -- EVERY DETAIL SENT WAS ACKNOWLEDGED.".
002200 01  ack-held-line.
002210     05  filler                  pic x(52) value
002220         "EXCEPTIONS FOUND -- NEXT EXTRACT HELD.".
002230
002240 procedure division.
002250
002260*================================================================
002270*  0000-MAINLINE.
002280*================================================================
002290 0000-mainline.
002300     perform 1000-initialize      thru 1000-initialize-exit
002310     perform 9000-log-start       thru 9000-log-start-exit
002320     if not ack-abort
002330         perform 2000-load-sent   thru 2000-load-sent-exit
002340     end-if
002350     if not ack-abort
002360         perform 3000-match-acks  thru 3000-match-acks-exit
002370         perform 4000-sweep-unacked
002380             thru 4000-sweep-unacked-exit
002390         perform 5000-control-totals
002400             thru 5000-control-totals-exit
002410     end-if
002420     perform 6000-finalize        thru 6000-finalize-exit
002430     perform 9100-log-end         thru 9100-log-end-exit
002440     if ack-exception-count > 0 or ack-abort
002450         move 8 to return-code
002460     end-if
002470     goback.
002480
002490*================================================================
002500*  1000-INITIALIZE.  EVERY FILE MUST OPEN, AND THE ACKNOWLEDG-
002510*  MENT'S HEADER MUST NAME THE EXTRACT NOW ON CALCGLX -- AN
002520*  ACKNOWLEDGMENT MATCHED AGAINST THE WRONG NIGHT'S EXTRACT
002530*  WOULD MARK THE WRONG RESULTS POSTED.
002540*================================================================
002550 1000-initialize.
002560     open input sent-file
002570     if ack-sent-status <> "00"
002580         display "CALCACK: UNABLE TO OPEN CALCGLX, STATUS="
002590             ack-sent-status
002600         move "Y" to ack-abort-sw
002610     end-if
002620     open input ack-file
002630     if ack-ack-status <> "00"
002640         display "CALCACK: UNABLE TO OPEN CALCACK, STATUS="
002650             ack-ack-status
002660         move "Y" to ack-abort-sw
002670     end-if
002680     open i-o calc-output-file
002690     if ack-output-status <> "00"
002700         display "CALCACK: UNABLE TO OPEN CALCOUT, STATUS="
002710             ack-output-status
002720         move "Y" to ack-abort-sw
002730     end-if
002740     open output ack-report-file
002750     if ack-report-status <> "00"
002760         display "CALCACK: UNABLE TO OPEN ACKRPT, STATUS="
002770             ack-report-status
002780         move "Y" to ack-abort-sw
002790     end-if
002800
002810     if ack-abort
002820         display "CALCACK: ABORTING -- A FILE DID NOT OPEN"
002830         if ack-sent-status   = "00" close sent-file
002840         end-if
002850         if ack-ack-status    = "00" close ack-file
002860         end-if
002870         if ack-output-status = "00" close calc-output-file
002880         end-if
002890         if ack-report-status = "00" close ack-report-file
002900         end-if
002910         go to 1000-initialize-exit
002920     end-if
002930     move "Y" to ack-files-open-sw
002940
002950     read sent-file into glx-header-record
002960         at end
002970             move "Y" to ack-sent-eof-sw
002980     end-read
002990     if ack-sent-eof or ack-sent-record(1:1) <> "H"
003000         display "CALCACK: CALCGLX HAS NO HEADER -- NOTHING WAS"
003010             " SENT"
003020         move "Y" to ack-abort-sw
003030     else
003040         move glx-hdr-date to ack-sent-date
003050         move glx-hdr-time to ack-sent-time
003060     end-if
003070     read ack-file
003080         at end
003090             move "Y" to ack-ack-eof-sw
003100     end-read
003110     if ack-ack-eof or ack-hdr-type <> "H"
003120         display "CALCACK: CALCACK HAS NO HEADER"
003130         move "Y" to ack-abort-sw
003140     else
003150         move ack-hdr-date to ack-ack-date
003160         if ack-hdr-ext-date <> ack-sent-date or
003170                 ack-hdr-ext-time <> ack-sent-time
003180             display "CALCACK: CALCACK ACKNOWLEDGES EXTRACT "
003190                 ack-hdr-ext-date " " ack-hdr-ext-time
003200                 ", CALCGLX HOLDS " ack-sent-date " "
003210                 ack-sent-time
003220             move "Y" to ack-abort-sw
003230         end-if
003240     end-if
003250
003260     move ack-sent-date to ack-rpt-ext-date
003270     move ack-sent-time to ack-rpt-ext-time
003280     move ack-ack-date  to ack-rpt-ack-date
003290     write ack-report-line from ack-report-heading-1
003300     write ack-report-line from ack-report-heading-2
003310     move spaces to ack-report-line
003320     write ack-report-line
003330     if ack-abort
003340         display "CALCACK: ABORTING -- NOTHING MARKED"
003350     end-if
003360 1000-initialize-exit.
003370     exit.
003380
003390*================================================================
003400*  2000-LOAD-SENT.  EVERY DETAIL OF THE EXTRACT INTO THE TABLE,
003410*  WITH ITS OWN HASH RECOMPUTED AND THE TRAILER KEPT FOR THE
003420*  CONTROL TOTALS.  DETAILS OUT OF ID ORDER OR PAST CAPACITY
003430*  ABORT THE RUN BEFORE ANYTHING IS MARKED.
003440*================================================================
003450 2000-load-sent.
003460     perform 2100-load-one-sent thru 2100-load-one-sent-exit
003470         until ack-sent-eof or ack-abort
003480     if ack-abort
003490         display "CALCACK: ABORTING -- NOTHING MARKED"
003500     end-if
003510 2000-load-sent-exit.
003520     exit.
003530
003540*================================================================
003550*  2100-LOAD-ONE-SENT.
003560*================================================================
003570 2100-load-one-sent.
003580     read sent-file
003590         at end
003600             move "Y" to ack-sent-eof-sw
003610             go to 2100-load-one-sent-exit
003620     end-read
003630     evaluate ack-sent-record(1:1)
003640         when "D"
003650             move ack-sent-record to glx-detail-record
003660             perform 2200-table-one-sent
003670                 thru 2200-table-one-sent-exit
003680         when "T"
003690             move ack-sent-record to glx-trailer-record
003700             move "Y" to ack-sent-trailer-sw
003710             move glx-trl-count to ack-sent-trl-count
003720             move glx-trl-hash  to ack-amt-text
003730             perform 8100-take-amount thru 8100-take-amount-exit
003740             move ack-amt-value to ack-sent-trl-hash
003750         when other
003760             continue
003770     end-evaluate
003780 2100-load-one-sent-exit.
003790     exit.
003800
003810*================================================================
003820*  2200-TABLE-ONE-SENT.
003830*================================================================
003840 2200-table-one-sent.
003850     if glx-det-id <= ack-last-id
003860         display "CALCACK: CALCGLX DETAILS OUT OF ID ORDER AT "
003870             glx-det-id
003880         move "Y" to ack-abort-sw
003890         go to 2200-table-one-sent-exit
003900     end-if
003910     if ack-tab-used >= 20000
003920         display "CALCACK: MORE THAN 20000 DETAILS ON CALCGLX"
003930         move "Y" to ack-abort-sw
003940         go to 2200-table-one-sent-exit
003950     end-if
003960     move glx-det-id to ack-last-id
003970     move glx-det-result to ack-amt-text
003980     perform 8100-take-amount thru 8100-take-amount-exit
003990     add 1 to ack-tab-used
004000     add 1 to ack-sent-count
004010     move glx-det-id    to ack-tab-id(ack-tab-used)
004020     move ack-amt-value to ack-tab-amount(ack-tab-used)
004030     move "N"           to ack-tab-acked(ack-tab-used)
004040     add ack-amt-value  to ack-sent-hash
004050 2200-table-one-sent-exit.
004060     exit.
004070
004080*================================================================
004090*  3000-MATCH-ACKS.  ONE PASS OVER THE ACKNOWLEDGMENT DETAILS
004100*  (THE HEADER WAS TAKEN AT OPEN).
004110*================================================================
004120 3000-match-acks.
004130     perform 3100-match-one thru 3100-match-one-exit
004140         until ack-ack-eof
004150 3000-match-acks-exit.
004160     exit.
004170
004180*================================================================
004190*  3100-MATCH-ONE.  A DETAIL IS FOUND IN WHAT WAS SENT AND ITS
004200*  CALCOUT RESULT MARKED WITH ACCOUNTING'S VERDICT.  POSTED IS
004210*  A FACT ABOUT THE LEDGER, SO A POSTING AT AN AMOUNT OTHER
004220*  THAN THE ONE SENT IS STILL MARKED -- AT THE AMOUNT THAT
004230*  POSTED -- AND LISTED AS AN EXCEPTION.  A REJECTION IS MARKED
004240*  AND LISTED WITH ITS REASON; IT IS NOT POSTED, SO THE NEXT
004250*  EXTRACT SENDS THE RESULT AGAIN.
004260*================================================================
004270 3100-match-one.
004280     read ack-file
004290         at end
004300             move "Y" to ack-ack-eof-sw
004310             go to 3100-match-one-exit
004320     end-read
004330     if ack-det-type = "T"
004340         move "Y" to ack-ack-trailer-sw
004350         move ack-trl-count    to ack-ack-trl-count
004360         move ack-trl-posted   to ack-ack-trl-posted
004370         move ack-trl-rejected to ack-ack-trl-rejected
004380         move ack-trl-hash     to ack-amt-text
004390         perform 8100-take-amount thru 8100-take-amount-exit
004400         move ack-amt-value to ack-ack-trl-hash
004410         go to 3100-match-one-exit
004420     end-if
004430     if ack-det-type <> "D"
004440         go to 3100-match-one-exit
004450     end-if
004460
004470     add 1 to ack-line-count
004480     move spaces to ack-itm-sent-x
004490     move spaces to ack-itm-acked-x
004500     move spaces to ack-itm-reason
004510     move ack-det-amount to ack-amt-text
004520     perform 8100-take-amount thru 8100-take-amount-exit
004530     if not ack-amount-ok or ack-det-id is not numeric
004540         move 0 to ack-itm-id
004550         if ack-det-id is numeric
004560             move ack-det-id to ack-itm-id
004570         end-if
004580         move "ACK LINE NOT READABLE" to ack-itm-text
004590         move ack-detail-record(1:30) to ack-itm-reason
004600         perform 8000-write-exception
004610             thru 8000-write-exception-exit
004620         go to 3100-match-one-exit
004630     end-if
004640     move ack-amt-value to ack-this-amount
004650     add ack-this-amount to ack-ack-hash
004660     move ack-det-id      to ack-itm-id
004670     move ack-this-amount to ack-itm-acked
004680
004690     perform 3200-find-sent thru 3200-find-sent-exit
004700     if ack-found-sub = 0
004710         add 1 to ack-unsent-count
004720         move "ACKNOWLEDGED BUT NEVER SENT" to ack-itm-text
004730         perform 8000-write-exception
004740             thru 8000-write-exception-exit
004750         go to 3100-match-one-exit
004760     end-if
004770     move ack-tab-amount(ack-found-sub) to ack-itm-sent
004780     if ack-tab-acked(ack-found-sub) = "Y"
004790         move "ACKNOWLEDGED MORE THAN ONCE" to ack-itm-text
004800         perform 8000-write-exception
004810             thru 8000-write-exception-exit
004820         go to 3100-match-one-exit
004830     end-if
004840     move "Y" to ack-tab-acked(ack-found-sub)
004850
004860     evaluate true
004870         when ack-det-posted
004880             add 1 to ack-posted-count
004890             if ack-this-amount <> ack-tab-amount(ack-found-sub)
004900                 move "POSTED AT AN AMOUNT NOT SENT"
004910                     to ack-itm-text
004920                 perform 8000-write-exception
004930                     thru 8000-write-exception-exit
004940             end-if
004950         when ack-det-rejected
004960             add 1 to ack-rejected-count
004970             move "REJECTED BY ACCOUNTING" to ack-itm-text
004980             move ack-det-reason to ack-itm-reason
004990             write ack-report-line from ack-item-line
005000         when other
005010             move "STATUS IS NEITHER P NOR R" to ack-itm-text
005020             perform 8000-write-exception
005030                 thru 8000-write-exception-exit
005040             go to 3100-match-one-exit
005050     end-evaluate
005060     perform 3300-mark-result thru 3300-mark-result-exit
005070 3100-match-one-exit.
005080     exit.
005090
005100*================================================================
005110*  3200-FIND-SENT.  HALVE THE SENT TABLE FOR THE ACKNOWLEDGED
005120*  ID; ACK-FOUND-SUB IS ITS SLOT, OR ZERO.
005130*================================================================
005140 3200-find-sent.
005150     move 0 to ack-found-sub
005160     move 1 to ack-low
005170     move ack-tab-used to ack-high
005180     perform 3210-halve thru 3210-halve-exit
005190         until ack-low > ack-high or ack-found-sub > 0
005200 3200-find-sent-exit.
005210     exit.
005220
005230 3210-halve.
005240     compute ack-mid = (ack-low + ack-high) / 2
005250     evaluate true
005260         when ack-tab-id(ack-mid) = ack-det-id
005270             move ack-mid to ack-found-sub
005280         when ack-tab-id(ack-mid) < ack-det-id
005290             compute ack-low = ack-mid + 1
005300         when other
005310             if ack-mid = 1
005320                 move 0 to ack-high
005330             else
005340                 compute ack-high = ack-mid - 1
005350             end-if
005360     end-evaluate
005370 3210-halve-exit.
005380     exit.
005390
005400*================================================================
005410*  3300-MARK-RESULT.  STAMP THE VERDICT ON CALCOUT.  A RESULT
005420*  DELETED SINCE IT WAS SENT CAN'T BE MARKED, AND IS LISTED.
005430*================================================================
005440 3300-mark-result.
005450     move ack-det-id to calc-out-id
005460     read calc-output-file
005470         invalid key
005480             move "ACKNOWLEDGED, NO LONGER ON CALCOUT"
005490                 to ack-itm-text
005500             perform 8000-write-exception
005510                 thru 8000-write-exception-exit
005520             go to 3300-mark-result-exit
005530     end-read
005540     move ack-det-status  to calc-out-gl-status
005550     move ack-ack-date    to calc-out-gl-date
005560     move ack-this-amount to calc-out-gl-amount
005570     rewrite calc-output-record
005580         invalid key
005590             display "CALCACK: UNABLE TO REWRITE CALCOUT "
005600                 calc-out-id ", STATUS=" ack-output-status
005610     end-rewrite
005620 3300-mark-result-exit.
005630     exit.
005640
005650*================================================================
005660*  4000-SWEEP-UNACKED.  A DETAIL SENT THAT NO LINE ACKNOWLEDGED
005670*  STAYS UNMARKED -- SO IT GOES OUT AGAIN NEXT TIME -- BUT IS
005680*  LISTED, BECAUSE ACCOUNTING MAY HAVE POSTED IT ANYWAY.
005690*================================================================
005700 4000-sweep-unacked.
005710     perform 4100-check-acked thru 4100-check-acked-exit
005720         varying ack-sub from 1 by 1
005730         until ack-sub > ack-tab-used
005740 4000-sweep-unacked-exit.
005750     exit.
005760
005770 4100-check-acked.
005780     if ack-tab-acked(ack-sub) = "Y"
005790         go to 4100-check-acked-exit
005800     end-if
005810     add 1 to ack-unacked-count
005820     move ack-tab-id(ack-sub)     to ack-itm-id
005830     move ack-tab-amount(ack-sub) to ack-itm-sent
005840     move spaces to ack-itm-acked-x
005850     move spaces to ack-itm-reason
005860     move "SENT BUT NEVER ACKNOWLEDGED" to ack-itm-text
005870     perform 8000-write-exception thru 8000-write-exception-exit
005880 4100-check-acked-exit.
005890     exit.
005900
005910*================================================================
005920*  5000-CONTROL-TOTALS.  THE ACKNOWLEDGMENT MUST BALANCE TO
005930*  ITS OWN TRAILER, AND TO WHAT WAS SENT.  EACH FIGURE THAT
005940*  DOESN'T IS PRINTED BOTH WAYS AS AN EXCEPTION.
005950*================================================================
005960 5000-control-totals.
005970     move spaces to ack-report-line
005980     write ack-report-line
005990     if not ack-have-sent-trailer
006000         move "CALCGLX HAS NO TRAILER" to ack-bal-text
006010         move ack-sent-count to ack-bal-count-1
006020         move 0              to ack-bal-count-2
006030         perform 8200-write-balance thru 8200-write-balance-exit
006040     else
006050         if ack-sent-trl-count <> ack-sent-count
006060             move "CALCGLX DETAILS VS ITS TRAILER COUNT"
006070                 to ack-bal-text
006080             move ack-sent-count     to ack-bal-count-1
006090             move ack-sent-trl-count to ack-bal-count-2
006100             perform 8200-write-balance
006110                 thru 8200-write-balance-exit
006120         end-if
006130     end-if
006140     if not ack-have-ack-trailer
006150         move "CALCACK HAS NO TRAILER" to ack-bal-text
006160         move ack-line-count to ack-bal-count-1
006170         move 0              to ack-bal-count-2
006180         perform 8200-write-balance thru 8200-write-balance-exit
006190     else
006200         if ack-ack-trl-count <> ack-line-count
006210             move "CALCACK DETAILS VS ITS TRAILER COUNT"
006220                 to ack-bal-text
006230             move ack-line-count    to ack-bal-count-1
006240             move ack-ack-trl-count to ack-bal-count-2
006250             perform 8200-write-balance
006260                 thru 8200-write-balance-exit
006270         end-if
006280         if ack-ack-trl-posted <> ack-posted-count
006290             move "CALCACK POSTED VS ITS TRAILER POSTED"
006300                 to ack-bal-text
006310             move ack-posted-count   to ack-bal-count-1
006320             move ack-ack-trl-posted to ack-bal-count-2
006330             perform 8200-write-balance
006340                 thru 8200-write-balance-exit
006350         end-if
006360         if ack-ack-trl-rejected <> ack-rejected-count
006370             move "CALCACK REJECTED VS ITS TRAILER REJECTED"
006380                 to ack-bal-text
006390             move ack-rejected-count   to ack-bal-count-1
006400             move ack-ack-trl-rejected to ack-bal-count-2
006410             perform 8200-write-balance
006420                 thru 8200-write-balance-exit
006430         end-if
006440         if ack-ack-trl-hash <> ack-ack-hash
006450             move "CALCACK DETAIL HASH VS ITS TRAILER HASH"
006460                 to ack-hsh-text
006470             move ack-ack-hash     to ack-hsh-hash-1
006480             move ack-ack-trl-hash to ack-hsh-hash-2
006490             perform 8300-write-hash thru 8300-write-hash-exit
006500         end-if
006510     end-if
006520     if ack-line-count <> ack-sent-count
006530         move "DETAILS ACKNOWLEDGED VS DETAILS SENT"
006540             to ack-bal-text
006550         move ack-line-count to ack-bal-count-1
006560         move ack-sent-count to ack-bal-count-2
006570         perform 8200-write-balance thru 8200-write-balance-exit
006580     end-if
006590     if ack-ack-hash <> ack-sent-hash
006600         move "HASH ACKNOWLEDGED VS HASH SENT" to ack-hsh-text
006610         move ack-ack-hash  to ack-hsh-hash-1
006620         move ack-sent-hash to ack-hsh-hash-2
006630         perform 8300-write-hash thru 8300-write-hash-exit
006640     end-if
006650
006660     move spaces to ack-report-line
006670     write ack-report-line
006680     move ack-sent-count      to ack-rpt-sent
006690     move ack-line-count      to ack-rpt-lines
006700     move ack-posted-count    to ack-rpt-posted
006710     move ack-rejected-count  to ack-rpt-rejected
006720     write ack-report-line from ack-report-total-1
006730     move ack-unsent-count    to ack-rpt-unsent
006740     move ack-unacked-count   to ack-rpt-unacked
006750     move ack-exception-count to ack-rpt-exceptions
006760     write ack-report-line from ack-report-total-2
006770     if ack-exception-count = 0
006780         write ack-report-line from ack-signoff-line
006790     else
006800         write ack-report-line from ack-held-line
006810     end-if
006820 5000-control-totals-exit.
006830     exit.
006840
006850*================================================================
006860*  6000-FINALIZE.  AFTER AN OPEN FAILURE THE FILES ARE ALREADY
006870*  CLOSED.
006880*================================================================
006890 6000-finalize.
006900     if ack-files-open
006910         close sent-file
006920         close ack-file
006930         close calc-output-file
006940         close ack-report-file
006950     end-if
006960     display "CALCACK: " ack-posted-count " POSTED, "
006970         ack-rejected-count " REJECTED, "
006980         ack-exception-count " EXCEPTIONS"
006990 6000-finalize-exit.
007000     exit.
007010
007020*================================================================
007030*  8000-WRITE-EXCEPTION.
007040*================================================================
007050 8000-write-exception.
007060     add 1 to ack-exception-count
007070     write ack-report-line from ack-item-line
007080 8000-write-exception-exit.
007090     exit.
007100
007110*================================================================
007120*  8100-TAKE-AMOUNT.  ACK-AMT-TEXT HOLDS A SIGN, INTEGER DIGITS,
007130*  A POINT AND NINE FRACTION DIGITS -- EITHER THE 20-BYTE
007140*  RESULT SHAPE OR THE 27-BYTE HASH SHAPE, TOLD APART BY WHERE
007150*  THE POINT IS.  ACK-AMT-VALUE IS THE NUMBER; ACK-AMOUNT-OK
007160*  SAYS WHETHER THE TEXT WAS READABLE AT ALL.
007170*================================================================
007180 8100-take-amount.
007190     move "N" to ack-amount-ok-sw
007200     move 0   to ack-amt-value
007210     evaluate true
007220         when ack-amt-text(11:1) = "."
007230             move 9  to ack-amt-int-len
007240             move 12 to ack-amt-frac-pos
007250         when ack-amt-text(18:1) = "."
007260             move 16 to ack-amt-int-len
007270             move 19 to ack-amt-frac-pos
007280         when other
007290             go to 8100-take-amount-exit
007300     end-evaluate
007310     if ack-amt-text(1:1) <> "+" and ack-amt-text(1:1) <> "-"
007320         go to 8100-take-amount-exit
007330     end-if
007340     if ack-amt-text(2:ack-amt-int-len) is not numeric or
007350             ack-amt-text(ack-amt-frac-pos:9) is not numeric
007360         go to 8100-take-amount-exit
007370     end-if
007380     move ack-amt-text(2:ack-amt-int-len) to ack-amt-int
007390     move ack-amt-text(ack-amt-frac-pos:9) to ack-amt-frac
007400     compute ack-amt-value =
007410         ack-amt-int + ack-amt-frac / 1000000000
007420     if ack-amt-text(1:1) = "-"
007430         compute ack-amt-value = 0 - ack-amt-value
007440     end-if
007450     move "Y" to ack-amount-ok-sw
007460 8100-take-amount-exit.
007470     exit.
007480
007490*================================================================
007500*  8200-WRITE-BALANCE / 8300-WRITE-HASH.  ONE OUT-OF-BALANCE
007510*  FIGURE, OURS FIRST.
007520*================================================================
007530 8200-write-balance.
007540     add 1 to ack-exception-count
007550     write ack-report-line from ack-balance-line
007560 8200-write-balance-exit.
007570     exit.
007580
007590 8300-write-hash.
007600     add 1 to ack-exception-count
007610     write ack-report-line from ack-hash-line
007620 8300-write-hash-exit.
007630     exit.
007640
007650*================================================================
007660*  9000-LOG-START.  ONE START RECORD ON THE CALCRUN MASTER,
007670*  BEFORE ANY MATCHING, SO AN ABEND LEAVES THE START STANDING
007680*  ALONE FOR THE MORNING REPORT TO SPOT.
007690*================================================================
007700 9000-log-start.
007710     move "CALCACK " to calc-run-pgm
007720     move "S"        to calc-run-phase
007730     move " "        to calc-run-mode
007740     move 0          to calc-run-stream
007750     move 0          to calc-run-read
007760     move 0          to calc-run-ok
007770     move 0          to calc-run-err
007780     move " "        to calc-run-outcome
007790     call "calcrun" using calc-run-record
007800 9000-log-start-exit.
007810     exit.
007820
007830*================================================================
007840*  9100-LOG-END.  THE OUTCOME IS THE MATCH'S VERDICT: ABORTED,
007850*  EXCEPTIONS FOUND, OR BALANCED.  REJECTIONS ALONE ARE
007860*  ACCOUNTING'S BUSINESS, NOT EXCEPTIONS.
007870*================================================================
007880 9100-log-end.
007890     move "E"                 to calc-run-phase
007900     move ack-line-count      to calc-run-read
007910     move ack-posted-count    to calc-run-ok
007920     move ack-rejected-count  to calc-run-err
007930     if ack-abort
007940         move "A" to calc-run-outcome
007950     else
007960         if ack-exception-count > 0
007970             move "X" to calc-run-outcome
007980         else
007990             move "C" to calc-run-outcome
008000         end-if
008010     end-if
008020     call "calcrun" using calc-run-record
008030 9100-log-end-exit.
008040     exit.
