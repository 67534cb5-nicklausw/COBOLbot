000010 identification division.
000020 program-id.  calccal.
000030 author.      data processing.
000040 installation. ops-applications.
000050 date-written. 10/15/2026.
000060 date-compiled.
000070*================================================================
000080*  MODIFICATION HISTORY
000090*  ----------------------------------------------------------
000100*  10/15/26  DP   ORIGINAL PROGRAM.  BUSINESS-CALENDAR
000110*                 SUBPROGRAM: EVERY PROGRAM THAT NEEDS TO KNOW
000120*                 WHETHER A DATE IS A BUSINESS DAY, OR COUNT OR
000130*                 STEP IN BUSINESS DAYS, CALLS HERE SO THEY ALL
000140*                 AGREE.  MONDAY-FRIDAY ARE BUSINESS DAYS,
000150*                 SATURDAY AND SUNDAY ARE NOT, EXCEPT WHERE THE
000160*                 CALCCAL FILE OPERATIONS MAINTAINS NAMES A
000170*                 HOLIDAY OR A WORKING WEEKEND DAY.  THE FILE IS
000180*                 LOADED ON THE FIRST CALL AND HELD FOR THE
000190*                 REST OF THE CALLER'S RUN; WITHOUT IT ONLY
000200*                 WEEKENDS ARE NON-BUSINESS DAYS.
000210*================================================================
000220 environment division.
000230 configuration section.
000240 input-output section.
000250 file-control.
000260     select calendar-file assign to "CALCCAL"
000270         organization is line sequential
000280         file status is cal-file-status.
000290
000300 data division.
000310 file section.
000320 fd  calendar-file.
000330     copy calccalrec.
000340
000350 working-storage section.
000360 01  cal-file-status             pic x(02) value "00".
000370
000380 01  cal-switches.
000390     05  cal-loaded-sw           pic x(01) value "N".
000400         88  cal-loaded          value "Y".
000410     05  cal-eof-sw              pic x(01) value "N".
000420         88  cal-eof             value "Y".
000430     05  cal-business-sw         pic x(01) value "N".
000440         88  cal-business        value "Y".
000450     05  cal-done-sw             pic x(01) value "N".
000460         88  cal-done            value "Y".
000470
000480*    the exception days off CALCCAL.  past 2000 lines the rest
000490*    are ignored, announced once at load.
000500 01  cal-used                    pic 9(04) value 0.
000510 01  cal-table.
000520     05  cal-entry               occurs 2000 times.
000530         10  cal-tab-date        pic 9(08).
000540         10  cal-tab-type        pic x(01).
000550 01  cal-sub                     pic 9(04) value 0.
000560
000570*    the day in hand, as a date and as an integer day number;
000580*    day 1 of the integer calendar was a monday, so the
000590*    remainder by seven is 1 monday .. 6 saturday, 0 sunday.
000600 01  cal-work-date               pic 9(08) value 0.
000610 01  cal-work-int                pic 9(08) value 0.
000620 01  cal-dow                     pic 9(01) value 0.
000630 01  cal-end-int                 pic 9(08) value 0.
000640 01  cal-month                   pic 9(06) value 0.
000650 01  cal-month-first             pic 9(08) value 0.
000660 01  cal-next-first              pic 9(08) value 0.
000670 01  cal-work-yyyy               pic 9(04) value 0.
000680 01  cal-work-mm                 pic 9(02) value 0.
000690 01  cal-steps                   pic 9(04) value 0.
000700
000710 linkage section.
000720     copy calccalif.
000730
000740 procedure division using by reference calc-bday-call.
000750
000760*================================================================
000770*  0000-MAINLINE.  LOAD ONCE, CHECK THE DATE(S), ANSWER.
000780*================================================================
000790 0000-mainline.
000800     if not cal-loaded
000810         perform 1000-load-calendar thru 1000-load-calendar-exit
000820     end-if
000830     move 0   to calc-bday-result
000840     move 0   to calc-bday-count
000850     move "N" to calc-bday-business-sw
000860     move 0   to calc-bday-rc
000870     if calc-bday-date is not numeric
000880         move 20 to calc-bday-rc
000890         goback
000900     end-if
000910     if function test-date-yyyymmdd(calc-bday-date) <> 0
000920         move 20 to calc-bday-rc
000930         goback
000940     end-if
000950     compute cal-work-int =
000960         function integer-of-date(calc-bday-date)
000970
000980     evaluate calc-bday-function
000990         when "T"
001000             perform 2000-test-day thru 2000-test-day-exit
001010             move cal-business-sw to calc-bday-business-sw
001020         when "N"
001030             perform 3000-next-business
001040                 thru 3000-next-business-exit
001050         when "P"
001060             perform 3100-prev-business
001070                 thru 3100-prev-business-exit
001080         when "D"
001090             perform 3200-nth-business
001100                 thru 3200-nth-business-exit
001110         when "L"
001120             perform 3300-last-business
001130                 thru 3300-last-business-exit
001140         when "C"
001150             perform 3400-count-business
001160                 thru 3400-count-business-exit
001170         when other
001180             move 20 to calc-bday-rc
001190     end-evaluate
001200     goback.
001210
001220*================================================================
001230*  1000-LOAD-CALENDAR.  A MISSING CALCCAL IS NOT AN ERROR --
001240*  WEEKENDS ALONE ARE THEN THE NON-BUSINESS DAYS.  A LINE WITH
001250*  NO USABLE DATE OR TYPE IS SKIPPED.
001260*================================================================
001270 1000-load-calendar.
001280     move "Y" to cal-loaded-sw
001290     move 0   to cal-used
001300     open input calendar-file
001310     if cal-file-status <> "00"
001320         display "CALCCAL: NO CALCCAL, STATUS=" cal-file-status
001330             " -- WEEKENDS ONLY"
001340         go to 1000-load-calendar-exit
001350     end-if
001360     move "N" to cal-eof-sw
001370     perform 1100-load-one thru 1100-load-one-exit
001380         until cal-eof
001390     close calendar-file
001400 1000-load-calendar-exit.
001410     exit.
001420
001430 1100-load-one.
001440     read calendar-file
001450         at end
001460             move "Y" to cal-eof-sw
001470             go to 1100-load-one-exit
001480     end-read
001490     if calc-cal-date is not numeric
001500         go to 1100-load-one-exit
001510     end-if
001520     if not calc-cal-holiday and not calc-cal-workday
001530         go to 1100-load-one-exit
001540     end-if
001550     if cal-used >= 2000
001560         display "CALCCAL: OVER 2000 CALENDAR DAYS, IGNORING "
001570             calc-cal-date
001580         go to 1100-load-one-exit
001590     end-if
001600     add 1 to cal-used
001610     move calc-cal-date to cal-tab-date(cal-used)
001620     if calc-cal-holiday
001630         move "H" to cal-tab-type(cal-used)
001640     else
001650         move "B" to cal-tab-type(cal-used)
001660     end-if
001670 1100-load-one-exit.
001680     exit.
001690
001700*================================================================
001710*  2000-TEST-DAY.  IS DAY NUMBER CAL-WORK-INT A BUSINESS DAY?
001720*  THE WEEKDAY RULE FIRST, THEN ANY CALENDAR LINE FOR THE DATE
001730*  (THE LAST ONE WINS IF OPERATIONS KEYED IT TWICE).
001740*================================================================
001750 2000-test-day.
001760     compute cal-work-date =
001770         function date-of-integer(cal-work-int)
001780     compute cal-dow = function rem(cal-work-int 7)
001790     if cal-dow = 0 or cal-dow = 6
001800         move "N" to cal-business-sw
001810     else
001820         move "Y" to cal-business-sw
001830     end-if
001840     perform 2100-check-entry thru 2100-check-entry-exit
001850         varying cal-sub from 1 by 1
001860         until cal-sub > cal-used
001870 2000-test-day-exit.
001880     exit.
001890
001900 2100-check-entry.
001910     if cal-tab-date(cal-sub) = cal-work-date
001920         if cal-tab-type(cal-sub) = "H"
001930             move "N" to cal-business-sw
001940         else
001950             move "Y" to cal-business-sw
001960         end-if
001970     end-if
001980 2100-check-entry-exit.
001990     exit.
002000
002010*================================================================
002020*  3000-NEXT-BUSINESS / 3100-PREV-BUSINESS.  STEP A DAY AT A
002030*  TIME FROM THE DATE ITSELF UNTIL A BUSINESS DAY.  A YEAR
002040*  WITHOUT ONE MEANS THE CALENDAR IS WRONG, NOT THAT THE CALLER
002050*  SHOULD WAIT FOREVER.
002060*================================================================
002070 3000-next-business.
002080     move 0   to cal-steps
002090     move "N" to cal-done-sw
002100     perform 3010-step-forward thru 3010-step-forward-exit
002110         until cal-done or cal-steps > 366
002120     if cal-done
002130         move cal-work-date to calc-bday-result
002140     else
002150         move 20 to calc-bday-rc
002160     end-if
002170 3000-next-business-exit.
002180     exit.
002190
002200 3010-step-forward.
002210     perform 2000-test-day thru 2000-test-day-exit
002220     if cal-business
002230         move "Y" to cal-done-sw
002240     else
002250         add 1 to cal-work-int
002260         add 1 to cal-steps
002270     end-if
002280 3010-step-forward-exit.
002290     exit.
002300
002310 3100-prev-business.
002320     move 0   to cal-steps
002330     move "N" to cal-done-sw
002340     perform 3110-step-back thru 3110-step-back-exit
002350         until cal-done or cal-steps > 366
002360     if cal-done
002370         move cal-work-date to calc-bday-result
002380     else
002390         move 20 to calc-bday-rc
002400     end-if
002410 3100-prev-business-exit.
002420     exit.
002430
002440 3110-step-back.
002450     perform 2000-test-day thru 2000-test-day-exit
002460     if cal-business
002470         move "Y" to cal-done-sw
002480     else
002490         subtract 1 from cal-work-int
002500         add 1 to cal-steps
002510     end-if
002520 3110-step-back-exit.
002530     exit.
002540
002550*================================================================
002560*  3200-NTH-BUSINESS.  COUNT BUSINESS DAYS FROM THE FIRST OF THE
002570*  MONTH UNTIL THE NTH, OR UNTIL THE MONTH RUNS OUT (ANSWER
002580*  ZERO).
002590*================================================================
002600 3200-nth-business.
002610     if calc-bday-number = 0
002620         move 20 to calc-bday-rc
002630         go to 3200-nth-business-exit
002640     end-if
002650     perform 3500-month-bounds thru 3500-month-bounds-exit
002660     compute cal-work-int =
002670         function integer-of-date(cal-month-first)
002680     move "N" to cal-done-sw
002690     perform 3210-count-to-nth thru 3210-count-to-nth-exit
002700         until cal-done or cal-work-int > cal-end-int
002710 3200-nth-business-exit.
002720     exit.
002730
002740 3210-count-to-nth.
002750     perform 2000-test-day thru 2000-test-day-exit
002760     if cal-business
002770         add 1 to calc-bday-count
002780         if calc-bday-count = calc-bday-number
002790             move cal-work-date to calc-bday-result
002800             move "Y" to cal-done-sw
002810         end-if
002820     end-if
002830     add 1 to cal-work-int
002840 3210-count-to-nth-exit.
002850     exit.
002860
002870*================================================================
002880*  3300-LAST-BUSINESS.  STEP BACK FROM THE MONTH'S LAST DAY TO
002890*  ITS LAST BUSINESS DAY -- ZERO IF IT HAS NONE.
002900*================================================================
002910 3300-last-business.
002920     perform 3500-month-bounds thru 3500-month-bounds-exit
002930     move cal-end-int to cal-work-int
002940     compute cal-end-int =
002950         function integer-of-date(cal-month-first)
002960     move "N" to cal-done-sw
002970     perform 3310-step-back-in-month
002980         thru 3310-step-back-in-month-exit
002990         until cal-done or cal-work-int < cal-end-int
003000 3300-last-business-exit.
003010     exit.
003020
003030 3310-step-back-in-month.
003040     perform 2000-test-day thru 2000-test-day-exit
003050     if cal-business
003060         move cal-work-date to calc-bday-result
003070         move "Y" to cal-done-sw
003080     else
003090         subtract 1 from cal-work-int
003100     end-if
003110 3310-step-back-in-month-exit.
003120     exit.
003130
003140*================================================================
003150*  3400-COUNT-BUSINESS.  BUSINESS DAYS AFTER THE FIRST DATE UP
003160*  TO AND INCLUDING THE SECOND, STOPPING ONCE PAST ANY LIMIT
003170*  THE CALLER GAVE.  A SECOND DATE NOT AFTER THE FIRST COUNTS
003180*  ZERO.
003190*================================================================
003200 3400-count-business.
003210     if calc-bday-date-2 is not numeric
003220         move 20 to calc-bday-rc
003230         go to 3400-count-business-exit
003240     end-if
003250     if function test-date-yyyymmdd(calc-bday-date-2) <> 0
003260         move 20 to calc-bday-rc
003270         go to 3400-count-business-exit
003280     end-if
003290     compute cal-end-int =
003300         function integer-of-date(calc-bday-date-2)
003310     add 1 to cal-work-int
003320     move "N" to cal-done-sw
003330     perform 3410-count-one thru 3410-count-one-exit
003340         until cal-done or cal-work-int > cal-end-int
003350 3400-count-business-exit.
003360     exit.
003370
003380 3410-count-one.
003390     perform 2000-test-day thru 2000-test-day-exit
003400     if cal-business
003410         add 1 to calc-bday-count
003420         if calc-bday-number > 0 and
003430                 calc-bday-count > calc-bday-number
003440             move "Y" to cal-done-sw
003450         end-if
003460     end-if
003470     add 1 to cal-work-int
003480 3410-count-one-exit.
003490     exit.
003500
003510*================================================================
003520*  3500-MONTH-BOUNDS.  THE FIRST OF CALC-BDAY-DATE'S MONTH, AND
003530*  THE DAY NUMBER OF ITS LAST DAY (THE DAY BEFORE THE FIRST OF
003540*  THE NEXT MONTH) IN CAL-END-INT.
003550*================================================================
003560 3500-month-bounds.
003570     move calc-bday-date(1:6) to cal-month
003580     compute cal-month-first = cal-month * 100 + 1
003590     move calc-bday-date(1:4) to cal-work-yyyy
003600     move calc-bday-date(5:2) to cal-work-mm
003610     if cal-work-mm = 12
003620         add 1 to cal-work-yyyy
003630         move 1 to cal-work-mm
003640     else
003650         add 1 to cal-work-mm
003660     end-if
003670     compute cal-next-first =
003680         cal-work-yyyy * 10000 + cal-work-mm * 100 + 1
003690     compute cal-end-int =
003700         function integer-of-date(cal-next-first) - 1
003710 3500-month-bounds-exit.
003720     exit.
