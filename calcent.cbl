000177*                 SUPERVISOR RELEASES THEM THROUGH THE CALCAPP
000178*                 REVIEW SCREEN BEFORE THE OVERNIGHT RUN WILL
000179*                 CALCULATE THEM.
00017A*  10/15/26  DP   THE REQUESTOR MUST BE ON THE CALCUSR MASTER AND
00017B*                 ACTIVE -- NO MORE FREE-FORM CODES THAT TRACE
00017C*                 BACK TO NOBODY.
00017D*  10/15/26  DP   WARN, WITHOUT REFUSING, WHEN THE EARLIEST RUN
00017E*                 DATE IS NOT A BUSINESS DAY ON THE CALCCAL
00017F*                 CALENDAR -- THE REQUEST WILL SIT UNTIL THEN.
00017G*  10/15/26  DP   OPTIONAL RESULT TOLERANCE LIMITS ON EACH ENTRY
00017H*                 -- MINIMUM, MAXIMUM, MAXIMUM PERCENT CHANGE
00017I*                 FROM A BASIS REQUEST'S LAST ANSWER -- KEYED AS
00017J*                 TEXT AND CHECKED THROUGH CALCNUM.  MESSAGE LINE
00017K*                 MOVES TO LINE 12.
00017L*  10/15/26  DP   STAMP THE ENTRY DATE AND TIME ON THE REQUEST;
00017M*                 THE DECISION STAMP STARTS CLEAR.
000180*================================================================
000190 environment division.
000200 configuration section.
000270         access mode is dynamic
000280         record key is calc-request-id
000290         file status is ent-input-status.
000291*    the requestor master, looked up by id on every entry.
000292     select calc-user-file assign to "CALCUSR"
000293         organization is indexed
000294         access mode is random
000295         record key is calc-usr-id
000296         file status is ent-user-status.
000300
000310 data division.
000320 file section.
000330 fd  calc-input-file.
000340     copy calcinrec.
000342
000344 fd  calc-user-file.
000346     copy calcusrrec.
000350
000360 working-storage section.
000370     copy calcif.
000375     copy calccalif.
000376*    the limits are keyed as text and turned into amounts here.
000377     copy calcnumif.
000380
000390 01  ent-input-status            pic x(02) value "00".
000395 01  ent-user-status             pic x(02) value "00".
000400
000410 01  ent-switches.
000420     05  ent-exit-sw             pic x(01) value "N".
000605 01  ent-earliest                pic 9(08) value 0.
000606 01  ent-earliest-mm             pic 9(02) value 0.
000607 01  ent-earliest-dd             pic 9(02) value 0.
000608*    result tolerance limits, as keyed and as checked.  they
000609*    belong to one calculation, so they clear after each write.
00060A 01  ent-tol-min-text            pic x(20) value spaces.
00060B 01  ent-tol-max-text            pic x(20) value spaces.
00060C 01  ent-tol-pct-text            pic x(08) value spaces.
00060D 01  ent-tol-basis               pic 9(09) value 0.
00060E 01  ent-tol-min-sw              pic x(01) value "N".
00060F 01  ent-tol-min                 pic s9(09)v9(09) value 0.
00060G 01  ent-tol-max-sw              pic x(01) value "N".
00060H 01  ent-tol-max                 pic s9(09)v9(09) value 0.
00060I 01  ent-tol-pct                 pic 9(04)v9(02) value 0.
000610 01  ent-message                 pic x(67) value spaces.
000620
000630*================================================================
000813     05  line 09 column 20 value
000814         "EARLIEST RUN (YYYYMMDD, 0=TONIGHT): ".
000815     05  line 09 column 56 pic 9(08) using ent-earliest.
000816     05  line 10 column 01 value "LIMITS -- MIN: ".
000817     05  line 10 column 16 pic x(20) using ent-tol-min-text.
000818     05  line 10 column 38 value "MAX: ".
000819     05  line 10 column 43 pic x(20) using ent-tol-max-text.
00081A     05  line 11 column 01 value "MAX % CHANGE: ".
00081B     05  line 11 column 15 pic x(08) using ent-tol-pct-text.
00081C     05  line 11 column 25 value "COMPARE WITH ID (0=OWN): ".
00081D     05  line 11 column 50 pic 9(09) using ent-tol-basis.
000820     05  line 12 column 01 value "MESSAGE:    ".
000830     05  line 12 column 13 pic x(67) from ent-message.
000840     05  line 14 column 01 value
000850         "ENTER A BLANK EXPRESSION OR 'QUIT' TO EXIT.  ENTRIES".
000860     05  line 15 column 01 value
000870         "ARE CALCULATED BY THE OVERNIGHT RUN; QUOTE THE".
000880     05  line 16 column 01 value
000890         "ASSIGNED ID TO ASK ABOUT A RESULT.  BLANK LIMITS MEAN".
000893     05  line 17 column 01 value
000896         "NONE; AN ANSWER OUTSIDE THEM IS HELD FOR REVIEW.".
000900
000910 procedure division.
000920
000990         perform 2000-process-one thru 2000-process-one-exit
001000             until ent-done
001010         close calc-input-file
001015         close calc-user-file
001020     end-if
001030     goback.
001040
001210         go to 1000-initialize-exit
001220     end-if
001230
001231*    no requestor master, no way to vouch for anyone -- refuse
001232*    to take entries rather than let unchecked codes through.
001233     open input calc-user-file
001234     if ent-user-status <> "00"
001235         display "CALCENT: UNABLE TO OPEN CALCUSR, STATUS="
001236             ent-user-status
001237         move "Y" to ent-exit-sw
001238         close calc-input-file
001239         go to 1000-initialize-exit
00123A     end-if
00123B
001240     perform 1100-find-highest thru 1100-find-highest-exit
001250 1000-initialize-exit.
001260     exit.
001680
001690*================================================================
001700*  3000-VALIDATE-ENTRY.  THE REQUESTOR CODE IS REQUIRED -- IT IS
001710*  THE ONLY WAY A RESULT GETS TRACED BACK TO A PERSON -- AND MUST
001715*  BE AN ACTIVE ID ON CALCUSR; THE EXPRESSION GOES THROUGH
001720*  COBOLSTUFF IN TRIAL MODE SO JUNK NEVER REACHES THE OVERNIGHT
001730*  RUN.
001740*================================================================
001750 3000-validate-entry.
001760     move "N" to ent-valid-sw
001780         move "REQUESTOR CODE IS REQUIRED" to ent-message
001790         go to 3000-validate-entry-exit
001800     end-if
001801*    and it must belong to somebody still here.
001802     move ent-requestor to calc-usr-id
001803     read calc-user-file
001804         invalid key
001805             move "REQUESTOR IS NOT ON THE CALCUSR MASTER"
001806                 to ent-message
001807             go to 3000-validate-entry-exit
001808     end-read
001809     if not calc-usr-is-active
00180A         move "REQUESTOR IS INACTIVE ON THE CALCUSR MASTER"
00180B             to ent-message
00180C         go to 3000-validate-entry-exit
00180D     end-if
001810     if ent-round-mode <> "R" and ent-round-mode <> "T" and
001820             ent-round-mode <> " "
001830         move "ROUND MUST BE R, T OR SPACE" to ent-message
00185E             go to 3000-validate-entry-exit
00185F         end-if
00185G     end-if
00185H     perform 3100-validate-limits thru 3100-validate-limits-exit
00185I     if ent-message <> spaces
00185J         go to 3000-validate-entry-exit
00185K     end-if
001860     move spaces to calc-communication
001870     move ent-expr to calc-communication
001880     set calc-trial to true
001960     end-if
001970 3000-validate-entry-exit.
001980     exit.
0019A0
0019A1*================================================================
0019A2*  3100-VALIDATE-LIMITS.  EVERY LIMIT IS OPTIONAL.  A MINIMUM
0019A3*  MAY NOT SIT ABOVE THE MAXIMUM; A PERCENT IS 0 - 9999.99; A
0019A4*  COMPARE-WITH ID MUST BE ON CALCIN AND ONLY MEANS SOMETHING
0019A5*  ALONGSIDE A PERCENT.  LEAVES ENT-MESSAGE SET ON A REFUSAL.
0019A6*================================================================
0019A7 3100-validate-limits.
0019A8     move "N" to ent-tol-min-sw
0019A9     move 0   to ent-tol-min
0019AA     move "N" to ent-tol-max-sw
0019AB     move 0   to ent-tol-max
0019AC     move 0   to ent-tol-pct
0019AD     move "V"              to calc-num-function
0019AE     move ent-tol-min-text to calc-num-text
0019AF     call "calcnum" using calc-num-call
0019AG     if calc-num-ok
0019AH         move "Y"            to ent-tol-min-sw
0019AI         move calc-num-value to ent-tol-min
0019AJ     end-if
0019AK     if not calc-num-ok and not calc-num-blank
0019AL         string "MINIMUM: " calc-num-message
0019AM             delimited by size into ent-message
0019AN         go to 3100-validate-limits-exit
0019AO     end-if
0019AP     move "V"              to calc-num-function
0019AQ     move ent-tol-max-text to calc-num-text
0019AR     call "calcnum" using calc-num-call
0019AS     if calc-num-ok
0019AT         move "Y"            to ent-tol-max-sw
0019AU         move calc-num-value to ent-tol-max
0019AV     end-if
0019AW     if not calc-num-ok and not calc-num-blank
0019AX         string "MAXIMUM: " calc-num-message
0019AY             delimited by size into ent-message
0019AZ         go to 3100-validate-limits-exit
0019B0     end-if
0019B1     if ent-tol-min-sw = "Y" and ent-tol-max-sw = "Y" and
0019B2             ent-tol-min > ent-tol-max
0019B3         move "THE MINIMUM IS ABOVE THE MAXIMUM" to ent-message
0019B4         go to 3100-validate-limits-exit
0019B5     end-if
0019B6     move "V"              to calc-num-function
0019B7     move ent-tol-pct-text to calc-num-text
0019B8     call "calcnum" using calc-num-call
0019B9     if not calc-num-ok and not calc-num-blank
0019BA         string "MAX % CHANGE: " calc-num-message
0019BB             delimited by size into ent-message
0019BC         go to 3100-validate-limits-exit
0019BD     end-if
0019BE     if calc-num-value < 0 or calc-num-value > 9999.99
0019BF         move "MAX % CHANGE MUST BE 0 - 9999.99" to ent-message
0019BG         go to 3100-validate-limits-exit
0019BH     end-if
0019BI     move calc-num-value to ent-tol-pct
0019BJ     if ent-tol-basis = 0
0019BK         go to 3100-validate-limits-exit
0019BL     end-if
0019BM     if ent-tol-pct = 0
0019BN         move "COMPARE WITH ID NEEDS A MAX % CHANGE"
0019BO             to ent-message
0019BP         go to 3100-validate-limits-exit
0019BQ     end-if
0019BR     move ent-tol-basis to calc-request-id
0019BS     read calc-input-file
0019BT         invalid key
0019BU             move "COMPARE WITH ID IS NOT ON CALCIN"
0019BV                 to ent-message
0019BW     end-read
0019BX 3100-validate-limits-exit.
0019BY     exit.
0019BZ
002000*================================================================
002010*  4000-WRITE-REQUEST.  ASSIGN THE NEXT ID AND WRITE.  A
002020*  DUPLICATE KEY MEANS ANOTHER SESSION GOT THERE FIRST -- BUMP
002130         string "ASSIGNED REQUEST ID " calc-request-id
002131             " -- PENDING APPROVAL"
002140             delimited by size into ent-message
002143         perform 4200-check-business-day
002146             thru 4200-check-business-day-exit
002150         add 1 to ent-next-id
002160         move spaces to ent-expr
002170         move spaces to ent-requestor
002172         move spaces to ent-tol-min-text
002174         move spaces to ent-tol-max-text
002176         move spaces to ent-tol-pct-text
002178         move 0      to ent-tol-basis
002180     else
002190         move "UNABLE TO WRITE REQUEST -- CALL OPERATIONS"
002200             to ent-message
002345*    it is the calculation the business wanted.
002346     move "P"              to calc-input-approval
002347     move spaces           to calc-input-approver
002348     move ent-tol-min-sw   to calc-input-tol-min-sw
002349     move ent-tol-min      to calc-input-tol-min
00234A     move ent-tol-max-sw   to calc-input-tol-max-sw
00234B     move ent-tol-max      to calc-input-tol-max
00234C     move ent-tol-pct      to calc-input-tol-pct
00234D     move ent-tol-basis    to calc-input-tol-basis
00234E     accept calc-input-entry-date from date yyyymmdd
00234F     accept calc-input-entry-time from time
00234G     move 0                to calc-input-decided-date
00234H     move 0                to calc-input-decided-time
002350     write calc-input-record
002360         invalid key
002370             add 1 to ent-next-id
002400     end-write
002410 4100-try-one-write-exit.
002420     exit.
002430
002440*================================================================
002450*  4200-CHECK-BUSINESS-DAY.  AN EARLIEST RUN DATE THAT FALLS ON
002460*  A WEEKEND OR HOLIDAY IS LEGAL -- THE REQUEST SIMPLY WAITS --
002470*  BUT IS USUALLY A KEYING SLIP, SO THE USER IS TOLD.
002480*================================================================
002490 4200-check-business-day.
002500     if calc-input-earliest = 0
002510         go to 4200-check-business-day-exit
002520     end-if
002530     move "T"                 to calc-bday-function
002540     move calc-input-earliest to calc-bday-date
002550     call "calccal" using calc-bday-call
002560     if calc-bday-ok and not calc-bday-is-business
002570         move spaces to ent-message
002580         string "ASSIGNED ID " calc-request-id
002590             ", PENDING -- EARLIEST NOT A BUSINESS DAY"
002600             delimited by size into ent-message
002610     end-if
002620 4200-check-business-day-exit.
002630     exit.
