000184*                 23 BEHIND, WHICH MADE EVERY LOOKUP AFTER A
000185*                 "NOT RUN YET" ANSWER CLAIM THE FILE WAS
000186*                 MISSING.
000187*  10/15/26  DP   AN ID NOT ON CALCIN IS LOOKED FOR ON THE
000188*                 CALCARX ARCHIVE INDEX CALCARC KEEPS; AN
000189*                 ARCHIVED REQUEST SHOWS ITS EXPRESSION AND LAST
00018A*                 ANSWER MARKED ARCHIVED, WITH THE DATE OF THE
00018B*                 ARCHIVE FILES HOLDING IT, NOT "NOT ON FILE".
00018C*  10/15/26  DP   A RESULT HELD FOR BREAKING A TOLERANCE LIMIT
00018D*                 (RETURN CODE 70) SHOWS WHICH LIMIT IT BROKE AND
00018E*                 WHETHER A SUPERVISOR HAS RELEASED IT TO THE
00018F*                 LEDGER, INSTEAD OF HUNTING THE AUDIT TRAIL FOR
00018G*                 AN ERROR THAT NEVER HAPPENED.
000190*================================================================
000200 environment division.
000210 configuration section.
000360     select audit-file assign to "CALCAUD"
000370         organization is line sequential
000380         file status is inq-audit-status.
000381     select calc-arx-file assign to "CALCARX"
000382         organization is indexed
000383         access mode is random
000384         record key is calc-arx-id
000385         file status is inq-arx-status.
000390
000400 data division.
000410 file section.
000470
000480 fd  audit-file.
000490     copy auditrec.
000492
000494 fd  calc-arx-file.
000496     copy calcarxrec.
000500
000510 working-storage section.
000520 01  inq-input-status            pic x(02) value "00".
000530 01  inq-output-status           pic x(02) value "00".
000540 01  inq-audit-status            pic x(02) value "00".
000545 01  inq-arx-status              pic x(02) value "00".
000550
000560 01  inq-switches.
000570     05  inq-exit-sw             pic x(01) value "N".
000603*    this is tested on every lookup and at close.
000604     05  inq-out-open-sw         pic x(01) value "N".
000605         88  inq-out-open        value "Y".
000606*    likewise CALCARX, which does not exist until the first
000607*    period-end archive.
000608     05  inq-arx-open-sw         pic x(01) value "N".
000609         88  inq-arx-open        value "Y".
000610
000620 01  inq-key                     pic 9(09) value 0.
000630
001310         if inq-out-open
001320             close calc-output-file
001330         end-if
001332         if inq-arx-open
001334             close calc-arx-file
001336         end-if
001340     end-if
001350     goback.
001360
001550         display "CALCINQ: NO CALCOUT YET, STATUS="
001560             inq-output-status
001570     end-if
001571     open input calc-arx-file
001572     if inq-arx-status = "00"
001573         move "Y" to inq-arx-open-sw
001574     end-if
001575 1000-initialize-exit.
001576     exit.
001580
001590*================================================================
001600*  2000-PROCESS-ONE.  PAINT THE SCREEN, TAKE ONE REQUEST ID, AND
002030     move inq-key to calc-request-id
002040     read calc-input-file
002050         invalid key
002060             perform 3500-show-archived
002070                 thru 3500-show-archived-exit
002080             go to 3000-show-request-exit
002090     end-read
002100     move calc-input-expr       to inq-expr
002310
002320     if calc-out-rc = 0
002330         move "RESULT SHOWN -- CALCULATED OK" to inq-message
002332         go to 3000-show-request-exit
002334     end-if
002336     if calc-out-held
002338         perform 3100-show-hold thru 3100-show-hold-exit
002340     else
002350         perform 4000-find-audit-text
002360             thru 4000-find-audit-text-exit
002390     end-if
002400 3000-show-request-exit.
002410     exit.
002411
002412*================================================================
002413*  3100-SHOW-HOLD.  A HELD ANSWER CALCULATED CLEAN -- THE AUDIT
002414*  LINE SAYS WHICH LIMIT IT BROKE INSTEAD, AND THE MESSAGE
002415*  WHETHER IT HAS BEEN RELEASED TO THE LEDGER.
002416*================================================================
002417 3100-show-hold.
002418     evaluate true
002419         when calc-out-tol-low
002420             move "HELD -- BELOW THE REQUEST'S MINIMUM"
002421                 to inq-audit-text
002422         when calc-out-tol-high
002423             move "HELD -- ABOVE THE REQUEST'S MAXIMUM"
002424                 to inq-audit-text
002425         when other
002426             move "HELD -- CHANGED MORE THAN ALLOWED FROM BASIS"
002427                 to inq-audit-text
002428     end-evaluate
002429     if calc-out-tol-released
002430         move spaces to inq-message
002431         string "RELEASED TO THE LEDGER BY "
002432             calc-out-tol-releaser " ON " calc-out-tol-rel-date
002433             delimited by size into inq-message
002434     else
002435         move "HELD FOR REVIEW -- NOT SENT TO THE LEDGER"
002436             to inq-message
002437     end-if
002438 3100-show-hold-exit.
002439     exit.
002440
002441*================================================================
002442*  3500-SHOW-ARCHIVED.  NOT ON CALCIN -- BUT IT MAY HAVE BEEN
002443*  ARCHIVED AT A PERIOD END.  THE INDEX CARRIES THE REQUEST AND
002444*  ITS LAST ANSWER; THE FULL RECORDS ARE ON THE DATED ARCHIVE
002445*  FILES.  AN ARCHIVED REQUEST CALCULATED CLEAN, SO THERE IS NO
002446*  AUDIT TEXT TO LOOK FOR.
002447*================================================================
002448 3500-show-archived.
002449     move "NO REQUEST WITH THAT ID ON CALCIN" to inq-message
002450     if not inq-arx-open
002451         go to 3500-show-archived-exit
002452     end-if
002453     move inq-key to calc-arx-id
002454     read calc-arx-file
002455         invalid key
002456             go to 3500-show-archived-exit
002457     end-read
002458     move calc-arx-expr       to inq-expr
002459     move calc-arx-requestor  to inq-requestor
002460     move calc-arx-dec-places to inq-dec-places
002461     move calc-arx-round-mode to inq-round-mode
002462     move calc-arx-result     to inq-result-disp
002463     move inq-result-disp     to inq-result-text
002464     move calc-arx-rc         to inq-rc
002465     move calc-arx-run-date   to inq-run-date
002466     move calc-arx-run-time   to inq-run-time
002467     move spaces to inq-message
002468     string "ARCHIVED " calc-arx-date
002469         " -- SEE CALCIN/CALCOUT/CALCHIS.A" calc-arx-date
002470         delimited by size into inq-message
002471 3500-show-archived-exit.
002472     exit.
002473
002474*================================================================
002475*  4000-FIND-AUDIT-TEXT.  WALK THE TRAIL FOR THE RECORD STAMPED
002476*  WITH THIS REQUEST ID, THE RESULT'S RUN DATE AND ITS RETURN
002477*  CODE -- THE SAME THREE-WAY MATCH CALCRCN RECONCILES ON -- AND
002478*  KEEP THE LAST ONE FOUND, SO A RERUN'S RECORD WINS OVER AN
002480*  EARLIER FAILURE'S.  THE TRAIL IS OPENED PER LOOKUP BECAUSE
002490*  THE OVERNIGHT JOBS APPEND TO IT BETWEEN INQUIRIES.
002500*================================================================
