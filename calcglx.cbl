000225*                 SO A TRUNCATED FILE CAN NEVER CARRY A TRAILER
000226*                 THAT BALANCES AGAINST ONLY THE DETAILS THAT
000227*                 MADE IT AND LOOK TRANSMITTABLE.
000228*  10/15/26  DP   A RESULT CALCACK HAS MARKED POSTED BY THE
000229*                 LEDGER NO LONGER GOES OUT AGAIN -- A RERUN OF
00022A*                 THE EXTRACT USED TO SEND IT TWICE.  ONE WHOSE
00022B*                 ANSWER HAS CHANGED SINCE IT POSTED IS LISTED
00022C*                 ON THE REGISTER FOR A MANUAL ADJUSTMENT.  THE
00022D*                 INTERFACE LAYOUTS MOVED TO COPYBOOK CALCGLXREC,
00022E*                 SHARED WITH CALCACK.
00022F*  10/15/26  DP   AN ANSWER CALCBAT HELD FOR BREAKING A TOLERANCE
00022G*                 LIMIT (RETURN CODE 70) STAYS OUT OF THE EXTRACT
00022H*                 UNTIL A SUPERVISOR RELEASES IT ON CALCHLD, AND
00022I*                 IS LISTED ON THE REGISTER WHILE IT WAITS.  A
00022J*                 RELEASED ONE GOES OUT LIKE ANY CLEAN ANSWER.
00022K*  10/15/26  DP   AN EXTRACT STILL WAITING ON ACCOUNTING'S
00022L*                 ACKNOWLEDGMENT IS NOT OVERWRITTEN: UNTIL A
00022M*                 CALCACK RUN HAS MATCHED IT (CALCRUN SHOWS ONE
00022N*                 ENDING AFTER ITS HEADER STAMP), THE RUN STOPS
00022O*                 WITH RETURN CODE 8 AND SAYS WHY.  AN ACK FOR A
00022P*                 REPLACED EXTRACT COULD NEVER BE APPLIED, AND
00022Q*                 ITS RESULTS WOULD GO TO THE LEDGER TWICE.
000230*================================================================
000240 environment division.
000250 configuration section.
000410     select glx-report-file assign to "GLXRPT"
000420         organization is line sequential
000430         file status is glx-report-status.
000432     select run-log-file assign to "CALCRUN"
000434         organization is line sequential
000436         file status is glx-log-status.
000440
000450 data division.
000460 file section.
000560 fd  glx-report-file.
000570 01  glx-report-line             pic x(132).
000580
000582 fd  run-log-file.
000584     copy calcrunrec.
000586
000590 working-storage section.
000591*    a private copy of the calcrun call block -- the FD above
000592*    holds the CALCRUN records being read.
000593 01  glx-run-call.
000594     05  glx-run-pgm             pic x(08).
000595     05  glx-run-stamp-date      pic 9(08).
000596     05  glx-run-stamp-time      pic 9(08).
000597     05  glx-run-phase           pic x(01).
000598     05  glx-run-mode            pic x(01).
000599     05  glx-run-stream          pic 9(01).
00059A     05  glx-run-read            pic 9(07).
00059B     05  glx-run-ok              pic 9(07).
00059C     05  glx-run-err             pic 9(07).
00059D     05  glx-run-outcome         pic x(01).
00059E
000600 01  glx-output-status           pic x(02) value "00".
000610 01  glx-input-status            pic x(02) value "00".
000620 01  glx-extract-status          pic x(02) value "00".
000630 01  glx-report-status           pic x(02) value "00".
000635 01  glx-log-status              pic x(02) value "00".
000640
000650 01  glx-switches.
000660     05  glx-abort-sw            pic x(01) value "N".
000670         88  glx-abort           value "Y".
000680     05  glx-eof-sw              pic x(01) value "N".
000690         88  glx-eof             value "Y".
000693     05  glx-acked-sw            pic x(01) value "N".
000696         88  glx-last-acked      value "Y".
000700
000710 01  glx-counters.
000720     05  glx-read-count          pic 9(07) value 0.
000730     05  glx-extract-count       pic 9(07) value 0.
000740     05  glx-excluded-count      pic 9(07) value 0.
000750     05  glx-noreq-count         pic 9(07) value 0.
000753     05  glx-posted-count        pic 9(07) value 0.
000756     05  glx-changed-count       pic 9(07) value 0.
000757     05  glx-held-count          pic 9(07) value 0.
000758     05  glx-released-count      pic 9(07) value 0.
000760
000770*    the trailer's hash total -- the results summed as real
000780*    signed numbers, wide enough that ten million worst-case
000820
000830 01  glx-stamp-date              pic 9(08) value 0.
000840 01  glx-stamp-time              pic 9(08) value 0.
000841
000842*    the extract this run would replace: its header stamp and
000843*    how many details it carried to accounting.
000844 01  glx-last-date               pic 9(08) value 0.
000845 01  glx-last-time               pic 9(08) value 0.
000846 01  glx-last-count              pic 9(07) value 0.
000850
000860*    the three interface record shapes, written FROM here into
000870*    the fixed 60-byte extract record.
000880     copy calcglxrec.
000890
001110 01  glx-report-heading-1.
001120     05  filler                  pic x(43) value
001130         "CALCGLX -- GL EXTRACT TRANSMISSION REGISTER".
001410         "  RESULTS WITH NO CALCIN REQUESTOR".
001420     05  glx-rpt-noreq           pic zzz,zz9.
001421
001422 01  glx-report-total-3.
001423     05  filler                  pic x(20) value
001424         "ALREADY POSTED . . .".
001425     05  glx-rpt-posted          pic zzz,zz9.
001426     05  filler                  pic x(06) value spaces.
001427     05  filler                  pic x(20) value
001428         "CHANGED SINCE POSTED".
001429     05  glx-rpt-changed         pic zzz,zz9.
001430
001431 01  glx-changed-line.
001432     05  filler                  pic x(02) value spaces.
001433     05  glx-chg-id              pic zzzzzzzz9.
001434     05  filler                  pic x(02) value spaces.
001435     05  filler                  pic x(08) value "POSTED".
001436     05  glx-chg-posted          pic -(9)9.9(9).
001437     05  filler                  pic x(02) value spaces.
001438     05  filler                  pic x(05) value "NOW".
001439     05  glx-chg-result          pic -(9)9.9(9).
001440     05  filler                  pic x(02) value spaces.
001441     05  filler                  pic x(30) value
001442         "POSTED -- ANSWER SINCE CHANGED".
001443
001444 01  glx-report-total-4.
001445     05  filler                  pic x(20) value
001446         "HELD FOR REVIEW. . .".
001447     05  glx-rpt-held            pic zzz,zz9.
001448     05  filler                  pic x(06) value spaces.
001449     05  filler                  pic x(20) value
001450         "RELEASED, EXTRACTED.".
001451     05  glx-rpt-released        pic zzz,zz9.
001452
001453 01  glx-held-line.
001454     05  filler                  pic x(02) value spaces.
001455     05  glx-held-id             pic zzzzzzzz9.
001456     05  filler                  pic x(02) value spaces.
001457     05  filler                  pic x(08) value "ANSWER".
001458     05  glx-held-result         pic -(9)9.9(9).
001459     05  filler                  pic x(02) value spaces.
001460     05  filler                  pic x(36) value
001461         "HELD -- AWAITING RELEASE ON CALCHLD".
001462
001463 01  glx-scratch-line.
001464     05  filler                  pic x(52) value
001465         "** EXTRACT SCRATCHED AFTER WRITE FAILURE -- DO NOT".
001466     05  filler                  pic x(12) value " TRANSMIT **".
001467
001468 procedure division.
001469
001470*================================================================
001471*  0000-MAINLINE.  EVERY FILE MUST OPEN -- AN EXTRACT THAT
001480*  CAN'T SEE A SIDE WOULD SEND THE LEDGER A SHORT FILE THAT
001490*  STILL BALANCES, WHICH IS WORSE THAN NO FILE AT ALL.
001500*================================================================
001610     goback.
001620
001630*================================================================
001640*  1000-INITIALIZE.  THE LAST EXTRACT MUST BE ACKNOWLEDGED
001645*  BEFORE IT IS REPLACED (1100-CHECK-LAST-EXTRACT).
001650*================================================================
001660 1000-initialize.
001661     perform 1100-check-last-extract
001662         thru 1100-check-last-extract-exit
001663     if glx-abort
001664         go to 1000-initialize-exit
001665     end-if
001670     open input calc-output-file
001680     if glx-output-status <> "00"
001690         display "CALCGLX: UNABLE TO OPEN CALCOUT, STATUS="
002140     write glx-report-line from glx-report-heading-2
002150 1000-initialize-exit.
002160     exit.
0021A0
0021A1*================================================================
0021A2*  1100-CHECK-LAST-EXTRACT.  CALCACK MATCHES ACCOUNTING'S
0021A3*  ACKNOWLEDGMENT AGAINST THE EXTRACT STILL ON CALCGLX, AND
0021A4*  ONLY AGAINST THE ONE ITS HEADER NAMES.  OVERWRITE THAT
0021A5*  EXTRACT BEFORE ITS ACK COMES BACK AND THE ACK CAN NEVER BE
0021A6*  APPLIED -- ITS RESULTS STAY UNPOSTED ON CALCOUT AND THIS RUN
0021A7*  SENDS THEM AGAIN.  SO A CALCGLX WITH DETAILS ON IT IS ONLY
0021A8*  REPLACED ONCE CALCRUN SHOWS A CALCACK RUN THAT ENDED AFTER
0021A9*  ITS HEADER STAMP WITHOUT ABORTING (CALCACK ABORTS BEFORE
0021AA*  MARKING ANYTHING WHEN THE HEADERS DISAGREE).  NO CALCGLX, OR
0021AB*  ONE SCRATCHED EMPTY OR CARRYING NO DETAILS, SENT NOTHING.
0021AC*================================================================
0021AD 1100-check-last-extract.
0021AE     open input extract-file
0021AF     if glx-extract-status = "35"
0021AG         go to 1100-check-last-extract-exit
0021AH     end-if
0021AI     if glx-extract-status <> "00"
0021AJ         display "CALCGLX: UNABLE TO READ THE LAST CALCGLX, "
0021AK             "STATUS=" glx-extract-status
0021AL         move "Y" to glx-abort-sw
0021AM         go to 1100-check-last-extract-exit
0021AN     end-if
0021AO     move "N" to glx-eof-sw
0021AP     read extract-file
0021AQ         at end
0021AR             move "Y" to glx-eof-sw
0021AS     end-read
0021AT     if glx-eof or glx-extract-record(1:1) <> "H"
0021AU         close extract-file
0021AV         go to 1100-check-last-extract-exit
0021AW     end-if
0021AX     move glx-extract-record to glx-header-record
0021AY     move glx-hdr-date to glx-last-date
0021AZ     move glx-hdr-time to glx-last-time
0021B0     perform 1110-count-detail thru 1110-count-detail-exit
0021B1         until glx-eof
0021B2     close extract-file
0021B3     move "N" to glx-eof-sw
0021B4     if glx-last-count = 0
0021B5         go to 1100-check-last-extract-exit
0021B6     end-if
0021B7
0021B8     open input run-log-file
0021B9     if glx-log-status = "00"
0021BA         perform 1120-read-log thru 1120-read-log-exit
0021BB             until glx-eof
0021BC         close run-log-file
0021BD         move "N" to glx-eof-sw
0021BE     end-if
0021BF     if not glx-last-acked
0021BG         display "CALCGLX: THE EXTRACT OF " glx-last-date " "
0021BH             glx-last-time " (" glx-last-count " DETAILS)"
0021BI         display "CALCGLX: HAS NOT BEEN ACKNOWLEDGED -- RUN "
0021BJ             "CALCACK ON ACCOUNTING'S ACK FIRST"
0021BK         display "CALCGLX: IF IT WAS NEVER SENT, DELETE CALCGLX"
0021BL             " AND RERUN"
0021BM         move "Y" to glx-abort-sw
0021BN     end-if
0021BO 1100-check-last-extract-exit.
0021BP     exit.
0021BQ
0021BR 1110-count-detail.
0021BS     read extract-file
0021BT         at end
0021BU             move "Y" to glx-eof-sw
0021BV             go to 1110-count-detail-exit
0021BW     end-read
0021BX     if glx-extract-record(1:1) = "D"
0021BY         add 1 to glx-last-count
0021BZ     end-if
0021C0 1110-count-detail-exit.
0021C1     exit.
0021C2
0021C3 1120-read-log.
0021C4     read run-log-file
0021C5         at end
0021C6             move "Y" to glx-eof-sw
0021C7             go to 1120-read-log-exit
0021C8     end-read
0021C9     if calc-run-pgm <> "CALCACK " or calc-run-phase <> "E" or
0021CA             calc-run-stamp-date is not numeric or
0021CB             calc-run-stamp-time is not numeric
0021CC         go to 1120-read-log-exit
0021CD     end-if
0021CE     if calc-run-outcome <> "C" and calc-run-outcome <> "X"
0021CF         go to 1120-read-log-exit
0021CG     end-if
0021CH     if calc-run-stamp-date > glx-last-date or
0021CI             (calc-run-stamp-date = glx-last-date and
0021CJ              calc-run-stamp-time > glx-last-time)
0021CK         move "Y" to glx-acked-sw
0021CL     end-if
0021CM 1120-read-log-exit.
0021CN     exit.
0021CO
0021CP*================================================================
0021CQ*  2000-EXTRACT-FILE.  ONE PASS OVER CALCOUT IN KEY ORDER.  THE
002200*  TRAILER IS ONLY WRITTEN WHEN EVERY DETAIL MADE IT -- AFTER A
002210*  FAILED WRITE THE EXTRACT IS RECREATED EMPTY INSTEAD, BECAUSE
002220*  A TRUNCATED FILE WHOSE TRAILER BALANCES AGAINST THE DETAILS
002400*  2100-EXTRACT-ONE.  A FAILED REQUEST NEVER REACHES THE FILE --
002410*  ITS RESULT IS A MEANINGLESS ZERO -- BUT IT IS COUNTED ON THE
002420*  REGISTER SO THE TWO SIDES CAN AGREE ON WHAT WAS LEFT OUT.
002422*  NEITHER DOES ONE THE LEDGER HAS ALREADY POSTED; IF ITS ANSWER
002424*  HAS CHANGED SINCE, THE DIFFERENCE IS LISTED FOR ACCOUNTING
002426*  TO ADJUST BY HAND RATHER THAN SENT AS A SECOND POSTING.
002427*  AN ANSWER HELD FOR BREAKING A TOLERANCE LIMIT STAYS OUT TOO,
002428*  LISTED, UNTIL A SUPERVISOR RELEASES IT ON CALCHLD.
002430*================================================================
002440 2100-extract-one.
002441     if calc-out-held and not calc-out-tol-released
002442         add 1 to glx-held-count
002443         move calc-out-id     to glx-held-id
002444         move calc-out-result to glx-held-result
002445         write glx-report-line from glx-held-line
002446         go to 2100-extract-one-exit
002447     end-if
002450     if calc-out-rc <> 0 and not calc-out-held
002460         add 1 to glx-excluded-count
002470         go to 2100-extract-one-exit
002480     end-if
002481     if calc-out-gl-posted
002482         add 1 to glx-posted-count
002483         if calc-out-result <> calc-out-gl-amount
002484             add 1 to glx-changed-count
002485             move calc-out-id        to glx-chg-id
002486             move calc-out-gl-amount to glx-chg-posted
002487             move calc-out-result    to glx-chg-result
002488             write glx-report-line from glx-changed-line
002489         end-if
00248A         go to 2100-extract-one-exit
00248B     end-if
002490
002500*    the requestor comes off the request record; a request
002510*    since deleted from CALCIN SHIPS ANYWAY -- the answer is
002720         go to 2100-extract-one-exit
002730     end-if
002740     add 1 to glx-extract-count
002742     if calc-out-held
002744         add 1 to glx-released-count
002746     end-if
002750     add calc-out-result to glx-hash-total
002760 2100-extract-one-exit.
002770     exit.
002880     write glx-report-line from glx-report-total-1
002890     move glx-hash-total to glx-rpt-hash
002900     write glx-report-line from glx-report-total-2
002902     move glx-posted-count  to glx-rpt-posted
002904     move glx-changed-count to glx-rpt-changed
002906     write glx-report-line from glx-report-total-3
002907     move glx-held-count     to glx-rpt-held
002908     move glx-released-count to glx-rpt-released
002909     write glx-report-line from glx-report-total-4
002910     if glx-noreq-count > 0
002920         move glx-noreq-count to glx-rpt-noreq
002930         write glx-report-line from glx-noreq-line
003070*  ALONE FOR THE MORNING REPORT TO SPOT.
003080*================================================================
003090 9000-log-start.
003100     move "CALCGLX " to glx-run-pgm
003110     move "S"        to glx-run-phase
003120     move " "        to glx-run-mode
003130     move 0          to glx-run-stream
003140     move 0          to glx-run-read
003150     move 0          to glx-run-ok
003160     move 0          to glx-run-err
003170     move " "        to glx-run-outcome
003180     call "calcrun" using glx-run-call
003190 9000-log-start-exit.
003200     exit.
003210
003230*  9100-LOG-END.
003240*================================================================
003250 9100-log-end.
003260     move "E"                to glx-run-phase
003270     move glx-read-count     to glx-run-read
003280     move glx-extract-count  to glx-run-ok
003290     move glx-excluded-count to glx-run-err
003300     if glx-abort
003310         move "A" to glx-run-outcome
003320     else
003330         move "C" to glx-run-outcome
003340     end-if
003350     call "calcrun" using glx-run-call
003360 9100-log-end-exit.
003370     exit.
