000210*                 60 (UNKNOWN CONSTANT).
000211*  09/02/26  DP   CUT START AND END RECORDS ON THE CALCRUN
000212*                 RUN-CONTROL MASTER FOR THE MORNING REPORT.
000213*  10/15/26  DP   REQ(NNNN) -- ANOTHER REQUEST'S ANSWER -- IS NOT
000214*                 A CONSTANT.  SUCH REFERENCES NOW PRINT IN A
000215*                 REQUEST DEPENDENCIES SECTION, PER PREDECESSOR
000216*                 ID, WITH EVERY REQUEST AND TEMPLATE THAT USES
000217*                 ITS ANSWER AND WHETHER IT IS ON CALCIN AT ALL.
000218*  10/15/26  DP   CALCVARS LAYOUT NOW FROM CALCVARREC.  A CHANGE
000219*                 STILL PENDING RELEASE ON CALCVMT IS NOT YET ON
00021A*                 FILE AS FAR AS TONIGHT'S RUN IS CONCERNED, SO
00021B*                 IT IS SKIPPED HERE TOO.
00021C*  10/15/26  DP   A NAME'S LATEST RELEASED CALCVARS RECORD BY
00021D*                 EFFECTIVE DATE DECIDES WHETHER IT IS ON FILE
00021E*                 (A LATER RECORD WINNING A TIE, AS COBOLSTUFF
00021F*                 TAKES IT).  WHEN THAT RECORD IS AN END MARKER
00021G*                 THE NAME IS LISTED AS NOT ON CALCVARS, SINCE
00021H*                 COBOLSTUFF FAILS IT WITH RETURN CODE 60.
000220*================================================================
000230 environment division.
000240 configuration section.
000290         file status is xrf-cvar-status.
000300     select calc-input-file assign to "CALCIN"
000310         organization is indexed
000320         access mode is dynamic
000330         record key is calc-request-id
000340         file status is xrf-input-status.
000350     select standing-file assign to "CALCSTD"
000420 data division.
000430 file section.
000440 fd  cvar-file.
000450     copy calcvarrec.
000490
000500 fd  calc-input-file.
000510     copy calcinrec.
000830*    every distinct name seen -- on CALCVARS, in an expression,
000840*    or both.  the on-file flag is what splits the report's two
000850*    sections.  names past capacity are counted as lost so the
000860*    report never claims coverage it doesn't have.  the
000862*    effective date is that of the name's latest released
000864*    CALCVARS record so far ('Y' in the dated flag once there
000866*    is one) -- an end marker there leaves the name off file.
000870 01  xrf-name-used               pic 9(05) value 0.
000880 01  xrf-name-lost               pic 9(07) value 0.
000890 01  xrf-name-table.
000910         10  xrf-tab-name        pic x(30).
000920         10  xrf-tab-onfile      pic x(01).
000930         10  xrf-tab-refs        pic 9(05).
000932         10  xrf-tab-dated       pic x(01).
000934         10  xrf-tab-effdate     pic 9(08).
000936
000938 01  xrf-work-effdate            pic 9(08) value 0.
000940
000950*    one entry per distinct (name, source) reference.
000960 01  xrf-ref-used                pic 9(05) value 0.
001160 01  xrf-sub                     pic 9(05) value 0.
001170 01  xrf-ref-sub                 pic 9(05) value 0.
001180 01  xrf-this-sub                pic 9(05) value 0.
001181
001182*    one entry per distinct (predecessor, source) REQ(nnnn)
001183*    reference.  the print walks the predecessors in id order,
001184*    each time taking the lowest one past the last printed.
001185 01  xrf-dep-used                pic 9(05) value 0.
001186 01  xrf-dep-lost                pic 9(07) value 0.
001187 01  xrf-dep-table.
001188     05  xrf-dep-entry           occurs 5000 times.
001189         10  xrf-dep-pred        pic 9(09).
00118A         10  xrf-dep-src         pic x(03).
00118B         10  xrf-dep-src-id      pic 9(09).
00118C         10  xrf-dep-requestor   pic x(08).
00118D 01  xrf-dep-sub                 pic 9(05) value 0.
00118E 01  xrf-dep-count               pic 9(05) value 0.
00118F 01  xrf-dep-last-pred           pic 9(09) value 0.
00118G 01  xrf-dep-next-pred           pic 9(09) value 0.
00118H 01  xrf-req-name                pic x(30) value spaces.
00118I 01  xrf-req-id                  pic 9(09) value 0.
00118J 01  xrf-req-digits              pic 9(02) value 0.
00118K 01  xrf-req-digit               pic 9(01) value 0.
00118L 01  xrf-req-scan                pic 9(03) value 0.
00118M*    'Y' the reference closed on its ')', 'B' it was malformed,
00118N*    'N' still scanning.
00118O 01  xrf-req-end-sw              pic x(01) value "N".
001190
001200 01  xrf-report-heading-1.
001210     05  filler                  pic x(44) value
001450
001460 01  xrf-unknown-heading.
001470     05  filler                  pic x(52) value
001480         "NAMES REFERENCED BUT ENDED OR NOT ON CALCVARS --".
001490 01  xrf-unknown-heading-2.
001500     05  filler                  pic x(52) value
001510         "THESE REQUESTS FAIL WITH CODE 60 (UNKNOWN CONSTANT):".
001520
001530 01  xrf-report-total.
001540     05  filler                  pic x(20) value
001720         "  NAMES OR REFERENCES PAST CAPACITY".
001730     05  xrf-rpt-lost            pic zzz,zz9.
001740
001741 01  xrf-dep-heading.
001742     05  filler                  pic x(52) value
001743         "REQUEST DEPENDENCIES -- REQ(NNNN) ANSWERS USED BY".
001744 01  xrf-dep-heading-2.
001745     05  filler                  pic x(52) value
001746         "OTHER REQUESTS AND TEMPLATES:".
001747
001748 01  xrf-pred-line.
001749     05  filler                  pic x(09) value "REQUEST".
00174A     05  xrf-rpt-pred            pic zzzzzzzz9.
00174B     05  filler                  pic x(02) value spaces.
00174C     05  xrf-rpt-pred-state      pic x(40).
00174D
00174E 01  xrf-nodeps-line.
00174F     05  filler                  pic x(20) value
00174G         "    (NONE)".
00174H
001750 procedure division.
001760
001770*================================================================
001870         perform 4000-scan-standing
001880             thru 4000-scan-standing-exit
001890         perform 5000-print-xref  thru 5000-print-xref-exit
001893         perform 5200-print-dependencies
001896             thru 5200-print-dependencies-exit
001900         perform 6000-finalize    thru 6000-finalize-exit
001910     end-if
001911     perform 9100-log-end         thru 9100-log-end-exit
002270
002280*================================================================
002290*  2000-LOAD-CONSTANTS.  EVERY DISTINCT CALCVARS NAME GOES IN
002300*  THE TABLE -- DATED DUPLICATES OF A NAME ARE ONE CONSTANT TO
002310*  THE CROSS-REFERENCE, MARKED ON-FILE UNLESS ITS LATEST
002315*  RECORD ENDS IT.  NAMES ARE FOLDED TO CAPITALS EXACTLY AS
002320*  COBOLSTUFF FOLDS THEM AT LOAD TIME.
002330*================================================================
002340 2000-load-constants.
002350     open input cvar-file
002580     if cvar-rec-name = spaces
002590         go to 2100-load-one-constant-exit
002600     end-if
002602     if cvar-rec-pending
002604         go to 2100-load-one-constant-exit
002606     end-if
002610     move cvar-rec-name to xrf-work-name
002620     inspect xrf-work-name converting
002630         "abcdefghijklmnopqrstuvwxyz" to
002640         "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
002650     perform 2200-find-name thru 2200-find-name-exit
002660     if xrf-this-sub = 0
002661         go to 2100-load-one-constant-exit
002662     end-if
002663*    an earlier effective date than the record already kept
002664*    changes nothing; an equal one is a later record on the
002665*    file and wins, as it does in cobolstuff.
002666     if cvar-rec-effdate is numeric
002667         move cvar-rec-effdate to xrf-work-effdate
002668     else
002669         move 0 to xrf-work-effdate
00266A     end-if
00266B     if xrf-tab-dated(xrf-this-sub) = "Y" and
00266C             xrf-work-effdate < xrf-tab-effdate(xrf-this-sub)
00266D         go to 2100-load-one-constant-exit
00266E     end-if
00266F     move "Y"              to xrf-tab-dated(xrf-this-sub)
00266G     move xrf-work-effdate to xrf-tab-effdate(xrf-this-sub)
00266H     if cvar-rec-is-end
00266I         if xrf-tab-onfile(xrf-this-sub) = "Y"
00266J             move "N" to xrf-tab-onfile(xrf-this-sub)
00266K             subtract 1 from xrf-const-count
00266L         end-if
00266M     else
002670         if xrf-tab-onfile(xrf-this-sub) <> "Y"
002680             move "Y" to xrf-tab-onfile(xrf-this-sub)
002690             add 1 to xrf-const-count
002910         move xrf-work-name to xrf-tab-name(xrf-name-used)
002920         move "N"           to xrf-tab-onfile(xrf-name-used)
002930         move 0             to xrf-tab-refs(xrf-name-used)
002933         move "N"           to xrf-tab-dated(xrf-name-used)
002936         move 0             to xrf-tab-effdate(xrf-name-used)
002940         move xrf-name-used to xrf-this-sub
002950     else
002960         add 1 to xrf-name-lost
003250*  3100-SCAN-EXPR.  THE SAME NAME SCAN COBOLSTUFF MAKES: A RUN
003260*  OF LETTERS, EITHER CASE, IS ONE NAME, FOLDED TO CAPITALS;
003270*  EVERYTHING ELSE ENDS THE RUN.  NAMES PAST 30 CHARACTERS ARE
003280*  KEPT TO THEIR FIRST 30, AS THE EVALUATOR KEEPS THEM.  "REQ"
003285*  FOLLOWED BY "(" IS ANOTHER REQUEST'S ANSWER, NOT A NAME.
003290*================================================================
003300 3100-scan-expr.
003310     move spaces to xrf-work-name
003400                     to xrf-work-name(xrf-work-len:1)
003410             end-if
003420         else
003421             move xrf-work-name to xrf-req-name
003422             inspect xrf-req-name converting
003423                 "abcdefghijklmnopqrstuvwxyz" to
003424                 "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
003425             if xrf-char = "(" and xrf-req-name = "REQ"
003426                 perform 3400-take-request-ref
003427                     thru 3400-take-request-ref-exit
003428             else
003430                 perform 3200-flush-name
003440                     thru 3200-flush-name-exit
003445             end-if
003450         end-if
003460     end-perform
003470     perform 3200-flush-name thru 3200-flush-name-exit
004030 3300-add-ref-exit.
004040     exit.
004050
0040A0*================================================================
0040A1*  3400-TAKE-REQUEST-REF.  THE ID BETWEEN "REQ(" AND ")" --
0040A2*  DIGITS, BLANKS ALLOWED, AS COBOLSTUFF READS IT.  THE SCAN
0040A3*  PICKS UP AGAIN AFTER THE ")", OR AFTER THE "(" WHEN THE
0040A4*  REFERENCE IS MALFORMED (COBOLSTUFF FAILS THOSE WITH 63).
0040A5*================================================================
0040A6 3400-take-request-ref.
0040A7     move spaces to xrf-work-name
0040A8     move 0   to xrf-work-len
0040A9     move 0   to xrf-req-id
0040AA     move 0   to xrf-req-digits
0040AB     move "N" to xrf-req-end-sw
0040AC     compute xrf-req-scan = xrf-i + 1
0040AD     perform 3410-take-ref-char thru 3410-take-ref-char-exit
0040AE         until xrf-req-end-sw <> "N" or xrf-req-scan > 80
0040AF     if xrf-req-end-sw <> "Y" or xrf-req-digits = 0
0040AG         go to 3400-take-request-ref-exit
0040AH     end-if
0040AI     compute xrf-i = xrf-req-scan - 1
0040AJ     perform varying xrf-dep-sub from 1 by 1
0040AK             until xrf-dep-sub > xrf-dep-used
0040AL         if xrf-dep-pred(xrf-dep-sub) = xrf-req-id and
0040AM                 xrf-dep-src(xrf-dep-sub) = xrf-src and
0040AN                 xrf-dep-src-id(xrf-dep-sub) = xrf-src-id
0040AO             go to 3400-take-request-ref-exit
0040AP         end-if
0040AQ     end-perform
0040AR     if xrf-dep-used < 5000
0040AS         add 1 to xrf-dep-used
0040AT         move xrf-req-id   to xrf-dep-pred(xrf-dep-used)
0040AU         move xrf-src      to xrf-dep-src(xrf-dep-used)
0040AV         move xrf-src-id   to xrf-dep-src-id(xrf-dep-used)
0040AW         move xrf-src-requestor
0040AX             to xrf-dep-requestor(xrf-dep-used)
0040AY     else
0040AZ         add 1 to xrf-dep-lost
0040B0     end-if
0040B1 3400-take-request-ref-exit.
0040B2     exit.
0040B3
0040B4*================================================================
0040B5*  3410-TAKE-REF-CHAR.
0040B6*================================================================
0040B7 3410-take-ref-char.
0040B8     evaluate true
0040B9         when xrf-expr(xrf-req-scan:1) = ")"
0040BA             move "Y" to xrf-req-end-sw
0040BB         when xrf-expr(xrf-req-scan:1) = " "
0040BC             continue
0040BD         when xrf-expr(xrf-req-scan:1) is numeric and
0040BE                 xrf-req-digits < 9
0040BF             add 1 to xrf-req-digits
0040BG             move xrf-expr(xrf-req-scan:1) to xrf-req-digit
0040BH             compute xrf-req-id =
0040BI                 xrf-req-id * 10 + xrf-req-digit
0040BJ         when other
0040BK             move "B" to xrf-req-end-sw
0040BL     end-evaluate
0040BM     add 1 to xrf-req-scan
0040BN 3410-take-ref-char-exit.
0040BO     exit.
0040BP
0040BQ*================================================================
0040BR*  4000-SCAN-STANDING.  THE CALCSTD TEMPLATES, NUMBERED IN FILE
0040BS*  ORDER -- A STANDING EXPRESSION KEEPS COMING BACK EVERY
0040BT*  NIGHT, SO IT'S SQUARELY IN ANY RATE CHANGE'S BLAST RADIUS.
004100*================================================================
004110 4000-scan-standing.
004120     if not xrf-have-std
004330*================================================================
004340*  5000-PRINT-XREF.  FIRST EVERY CONSTANT ON CALCVARS WITH ITS
004350*  REFERENCES (OR THE LACK OF ANY), THEN THE NAMES REFERENCED
004360*  THAT CALCVARS HAS NEVER HEARD OF OR HAS ENDED.
004370*================================================================
004380 5000-print-xref.
004390     perform varying xrf-sub from 1 by 1
004500     write xrf-report-line from xrf-unknown-heading-2
004510     perform varying xrf-sub from 1 by 1
004520             until xrf-sub > xrf-name-used
004523*        an ended constant nothing names any more is no
004526*        one's problem tonight.
004530         if xrf-tab-onfile(xrf-sub) = "N" and
004535                 xrf-tab-refs(xrf-sub) > 0
004540             add 1 to xrf-unknown-count
004550             perform 5100-print-one-name
004560                 thru 5100-print-one-name-exit
004850 5100-print-one-name-exit.
004860     exit.
004870
0048A0*================================================================
0048A1*  5200-PRINT-DEPENDENCIES.  EACH PREDECESSOR ID IN TURN, LOWEST
0048A2*  FIRST, WITH WHETHER CALCIN STILL HOLDS IT -- A DEPENDENT ON
0048A3*  AN ID THAT ISN'T THERE HAS NOTHING TO WAIT FOR AND FAILS
0048A4*  "NOT RUN" (61) UNLESS AN OLD ANSWER IS STILL ON CALCOUT.
0048A5*================================================================
0048A6 5200-print-dependencies.
0048A7     move spaces to xrf-report-line
0048A8     write xrf-report-line
0048A9     write xrf-report-line from xrf-dep-heading
0048AA     write xrf-report-line from xrf-dep-heading-2
0048AB     if xrf-dep-used = 0
0048AC         write xrf-report-line from xrf-nodeps-line
0048AD         go to 5200-print-dependencies-exit
0048AE     end-if
0048AF     move 0 to xrf-dep-last-pred
0048AG     perform 5210-next-predecessor
0048AH         thru 5210-next-predecessor-exit
0048AI     perform 5220-print-one-pred thru 5220-print-one-pred-exit
0048AJ         until xrf-dep-next-pred = 0
0048AK 5200-print-dependencies-exit.
0048AL     exit.
0048AM
0048AN*================================================================
0048AO*  5210-NEXT-PREDECESSOR.  THE LOWEST PREDECESSOR ID PAST THE
0048AP*  LAST ONE PRINTED, OR ZERO WHEN THEY'RE ALL DONE.
0048AQ*================================================================
0048AR 5210-next-predecessor.
0048AS     move 0 to xrf-dep-next-pred
0048AT     perform varying xrf-dep-sub from 1 by 1
0048AU             until xrf-dep-sub > xrf-dep-used
0048AV         if xrf-dep-pred(xrf-dep-sub) > xrf-dep-last-pred
0048AW             if xrf-dep-next-pred = 0 or
0048AX                     xrf-dep-pred(xrf-dep-sub) <
0048AY                     xrf-dep-next-pred
0048AZ                 move xrf-dep-pred(xrf-dep-sub)
0048B0                     to xrf-dep-next-pred
0048B1             end-if
0048B2         end-if
0048B3     end-perform
0048B4 5210-next-predecessor-exit.
0048B5     exit.
0048B6
0048B7*================================================================
0048B8*  5220-PRINT-ONE-PRED.
0048B9*================================================================
0048BA 5220-print-one-pred.
0048BB     add 1 to xrf-dep-count
0048BC     move spaces to xrf-report-line
0048BD     write xrf-report-line
0048BE     move xrf-dep-next-pred to xrf-rpt-pred
0048BF     move xrf-dep-next-pred to calc-request-id
0048BG     read calc-input-file key is calc-request-id
0048BH         invalid key
0048BI             move "NOT ON CALCIN" to xrf-rpt-pred-state
0048BJ         not invalid key
0048BK             evaluate calc-input-approval
0048BL                 when "P"
0048BM                     move "ON CALCIN, PENDING APPROVAL"
0048BN                         to xrf-rpt-pred-state
0048BO                 when "R"
0048BP                     move "ON CALCIN, REJECTED"
0048BQ                         to xrf-rpt-pred-state
0048BR                 when other
0048BS                     move "ON CALCIN" to xrf-rpt-pred-state
0048BT             end-evaluate
0048BU     end-read
0048BV     write xrf-report-line from xrf-pred-line
0048BW     perform varying xrf-dep-sub from 1 by 1
0048BX             until xrf-dep-sub > xrf-dep-used
0048BY         if xrf-dep-pred(xrf-dep-sub) = xrf-dep-next-pred
0048BZ             move xrf-dep-src(xrf-dep-sub)    to xrf-rpt-src
0048C0             move xrf-dep-src-id(xrf-dep-sub) to xrf-rpt-id
0048C1             move xrf-dep-requestor(xrf-dep-sub)
0048C2                 to xrf-rpt-requestor
0048C3             write xrf-report-line from xrf-ref-line
0048C4         end-if
0048C5     end-perform
0048C6     move xrf-dep-next-pred to xrf-dep-last-pred
0048C7     perform 5210-next-predecessor
0048C8         thru 5210-next-predecessor-exit
0048C9 5220-print-one-pred-exit.
0048CA     exit.
0048CB
0048CC*================================================================
0048CD*  6000-FINALIZE.
004900*================================================================
004910 6000-finalize.
004920     move spaces to xrf-report-line
004960     move xrf-std-count     to xrf-rpt-stds
004970     move xrf-unknown-count to xrf-rpt-unknown
004980     write xrf-report-line from xrf-report-total
004990     if xrf-name-lost > 0 or xrf-ref-lost > 0 or
004995             xrf-dep-lost > 0
005000         add xrf-name-lost xrf-dep-lost to xrf-ref-lost
005010         move xrf-ref-lost to xrf-rpt-lost
005020         write xrf-report-line from xrf-lost-line
005030     end-if
005040     close calc-input-file
005050     close xref-report-file
005060     display "CALCXRF: " xrf-unknown-count " UNKNOWN NAMES"
005063     display "CALCXRF: " xrf-dep-count
005066         " REQUESTS WHOSE ANSWERS OTHERS USE"
005070 6000-finalize-exit.
005080     exit.
005090
