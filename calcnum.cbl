000010 identification division.
000020 program-id.  calcnum.
000030 author.      data processing.
000040 installation. ops-applications.
000050 date-written. 10/15/2026.
000060 date-compiled.
000070*================================================================
000080*  MODIFICATION HISTORY
000090*  ----------------------------------------------------------
000100*  10/15/26  DP   ORIGINAL PROGRAM.  AMOUNT-TEXT SUBPROGRAM: THE
000110*                 SCREENS AND THE CALCSTD TEMPLATES KEY RESULT
000120*                 TOLERANCE LIMITS AS TEXT; EVERY PROGRAM THAT
000130*                 TURNS SUCH TEXT INTO A SIGNED AMOUNT, OR SHOWS
000140*                 A STORED AMOUNT BACK AS TEXT, CALLS HERE SO
000150*                 THEY ALL ACCEPT AND PRINT THE SAME SHAPE.
000160*================================================================
000170 environment division.
000180 configuration section.
000190
000200 data division.
000210 working-storage section.
000220 01  num-switches.
000230     05  num-neg-sw              pic x(01) value "N".
000240         88  num-negative        value "Y".
000250     05  num-started-sw          pic x(01) value "N".
000260         88  num-started         value "Y".
000270     05  num-blank-seen-sw       pic x(01) value "N".
000280         88  num-blank-seen      value "Y".
000290
000300 01  num-pos                     pic 9(02) value 0.
000310 01  num-first                   pic 9(02) value 0.
000320 01  num-last                    pic 9(02) value 0.
000330 01  num-char                    pic x(01) value space.
000340 01  num-digit                   pic 9(01) value 0.
000350 01  num-point-count             pic 9(01) value 0.
000360 01  num-int-digits              pic 9(02) value 0.
000370 01  num-frac-digits             pic 9(02) value 0.
000380
000390*    the whole part as it is built up digit by digit, and the
000400*    fraction digits laid down left to right in their places.
000410 01  num-int-part                pic 9(09) value 0.
000420 01  num-frac-part               pic 9(09) value 0.
000430 01  num-frac-x redefines num-frac-part
000440                                 pic x(09).
000450
000460*    the same signed numeric-edited shape calcinq shows an
000470*    answer in; 'T' trims it.
000480 01  num-edit                    pic -(9)9.9(9).
000490 01  num-edit-x redefines num-edit
000500                                 pic x(20).
000510
000520 linkage section.
000530     copy calcnumif.
000540
000550 procedure division using by reference calc-num-call.
000560
000570*================================================================
000580*  0000-MAINLINE.
000590*================================================================
000600 0000-mainline.
000610     move 0      to calc-num-rc
000620     move spaces to calc-num-message
000630     evaluate calc-num-function
000640         when "V"
000650             perform 1000-value-from-text
000660                 thru 1000-value-from-text-exit
000670         when "T"
000680             perform 2000-text-from-value
000690                 thru 2000-text-from-value-exit
000700         when other
000710             move 20 to calc-num-rc
000720             move "UNKNOWN CALCNUM FUNCTION"
000730                 to calc-num-message
000740     end-evaluate
000750     goback.
000760
000770*================================================================
000780*  1000-VALUE-FROM-TEXT.  LEADING SPACES ARE SKIPPED; AFTER THE
000790*  AMOUNT ONLY SPACES MAY FOLLOW.
000800*================================================================
000810 1000-value-from-text.
000820     move 0 to calc-num-value
000830     if calc-num-text = spaces
000840         move 10 to calc-num-rc
000850         go to 1000-value-from-text-exit
000860     end-if
000870     move "N" to num-neg-sw
000880     move "N" to num-started-sw
000890     move "N" to num-blank-seen-sw
000900     move 0   to num-point-count
000910     move 0   to num-int-digits
000920     move 0   to num-frac-digits
000930     move 0   to num-int-part
000940     move 0   to num-frac-part
000950     perform 1100-check-char thru 1100-check-char-exit
000960         varying num-pos from 1 by 1
000970         until num-pos > 20 or calc-num-rc <> 0
000980     if calc-num-rc <> 0
000990         go to 1000-value-from-text-exit
001000     end-if
001010     if num-int-digits + num-frac-digits = 0
001020         move 20 to calc-num-rc
001030         move "AMOUNT HAS NO DIGITS" to calc-num-message
001040         go to 1000-value-from-text-exit
001050     end-if
001060     compute calc-num-value =
001070         num-int-part + num-frac-part / 1000000000
001080     if num-negative
001090         compute calc-num-value = 0 - calc-num-value
001100     end-if
001110 1000-value-from-text-exit.
001120     exit.
001130
001140 1100-check-char.
001150     move calc-num-text(num-pos:1) to num-char
001160     if num-char = space
001170         if num-started
001180             move "Y" to num-blank-seen-sw
001190         end-if
001200         go to 1100-check-char-exit
001210     end-if
001220     if num-blank-seen
001230         move 20 to calc-num-rc
001240         move "AMOUNT MAY NOT CONTAIN SPACES"
001250             to calc-num-message
001260         go to 1100-check-char-exit
001270     end-if
001280     evaluate true
001290         when num-char = "-" and not num-started
001300             move "Y" to num-neg-sw
001310         when num-char = "."
001320             add 1 to num-point-count
001330             if num-point-count > 1
001340                 move 20 to calc-num-rc
001350                 move "AMOUNT HAS MORE THAN ONE POINT"
001360                     to calc-num-message
001370             end-if
001380         when num-char is numeric
001390             move num-char to num-digit
001400             if num-point-count = 0
001410                 add 1 to num-int-digits
001420                 compute num-int-part =
001430                     num-int-part * 10 + num-digit
001440                     on size error
001450                         move 99 to num-int-digits
001460                 end-compute
001470             else
001480                 add 1 to num-frac-digits
001490                 if num-frac-digits <= 9
001500                     move num-char
001510                         to num-frac-x(num-frac-digits:1)
001520                 end-if
001530             end-if
001540             if num-int-digits > 9 or num-frac-digits > 9
001550                 move 20 to calc-num-rc
001560                 move "AT MOST 9 DIGITS EACH SIDE OF THE POINT"
001570                     to calc-num-message
001580             end-if
001590         when other
001600             move 20 to calc-num-rc
001610             move "AMOUNT MAY HOLD ONLY -, DIGITS, ONE POINT"
001620                 to calc-num-message
001630     end-evaluate
001640     move "Y" to num-started-sw
001650 1100-check-char-exit.
001660     exit.
001670
001680*================================================================
001690*  2000-TEXT-FROM-VALUE.  EDIT, THEN TRIM: LEADING SPACES OFF
001700*  THE FRONT, TRAILING ZEROS (AND A BARE POINT) OFF THE BACK.
001710*================================================================
001720 2000-text-from-value.
001730     move spaces to calc-num-text
001740     move calc-num-value to num-edit
001750     move 1 to num-first
001760     perform 2100-skip-lead thru 2100-skip-lead-exit
001770         until num-edit-x(num-first:1) <> space
001780     move 20 to num-last
001790     perform 2200-drop-zero thru 2200-drop-zero-exit
001800         until num-edit-x(num-last:1) <> "0"
001810     if num-edit-x(num-last:1) = "."
001820         subtract 1 from num-last
001830     end-if
001840     move num-edit-x(num-first:num-last - num-first + 1)
001850         to calc-num-text
001860 2000-text-from-value-exit.
001870     exit.
001880
001890 2100-skip-lead.
001900     add 1 to num-first
001910 2100-skip-lead-exit.
001920     exit.
001930
001940 2200-drop-zero.
001950     subtract 1 from num-last
001960 2200-drop-zero-exit.
001970     exit.
