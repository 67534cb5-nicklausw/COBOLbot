000150*                 THE SUPERVISOR'S ID STAMPED ON THE RECORD.
000160*                 ONLY APPROVED REQUESTS ARE CALCULATED BY THE
000170*                 OVERNIGHT RUN; REJECTED ONES NEVER ARE.
000171*  10/15/26  DP   THE SUPERVISOR ID MUST BE AN ACTIVE CALCUSR ID
000172*                 WITH SUPERVISOR AUTHORITY, AND NOBODY MAY
000173*                 DECIDE A REQUEST THAT CARRIES THEIR OWN ID AS
000174*                 REQUESTOR -- THE APPROVAL TRAIL HAS TO STAND
000175*                 UP TO THE AUDITORS.
000176*  10/15/26  DP   STAMP THE DATE AND TIME OF THE DECISION ON THE
000177*                 RECORD ALONG WITH THE SUPERVISOR.
000180*================================================================
000190 environment division.
000200 configuration section.
000270         access mode is dynamic
000280         record key is calc-request-id
000290         file status is app-input-status.
000291*    the requestor master -- who may sign off, and who may not.
000292     select calc-user-file assign to "CALCUSR"
000293         organization is indexed
000294         access mode is random
000295         record key is calc-usr-id
000296         file status is app-user-status.
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
000370 01  app-input-status            pic x(02) value "00".
000375 01  app-user-status             pic x(02) value "00".
000380
000390 01  app-switches.
000400     05  app-exit-sw             pic x(01) value "N".
000990         perform 2000-process-one thru 2000-process-one-exit
001000             until app-done
001010         close calc-input-file
001015         close calc-user-file
001020     end-if
001030     goback.
001040
001050*================================================================
001060*  1000-INITIALIZE.  OPEN CALCIN FOR UPDATE -- APPROVALS ARE
001070*  REWRITES IN PLACE.  NO FILE MEANS NOTHING TO REVIEW.  NO
001075*  CALCUSR MEANS NOBODY CAN BE VOUCHED FOR, SO NO REVIEW EITHER.
001080*================================================================
001090 1000-initialize.
001100     open i-o calc-input-file
001120         display "CALCAPP: UNABLE TO OPEN CALCIN, STATUS="
001130             app-input-status
001140         move "Y" to app-exit-sw
001145         go to 1000-initialize-exit
001150     end-if
001151     open input calc-user-file
001152     if app-user-status <> "00"
001153         display "CALCAPP: UNABLE TO OPEN CALCUSR, STATUS="
001154             app-user-status
001155         move "Y" to app-exit-sw
001156         close calc-input-file
001157     end-if
001160 1000-initialize-exit.
001170     exit.
001180
002000
002010*================================================================
002020*  2200-DECIDE-ONE.  STAMP THE DECISION AND THE SUPERVISOR ON
002030*  THE RECORD ON SCREEN.  THE SUPERVISOR MUST BE AN ACTIVE
002033*  CALCUSR ID WITH SUPERVISOR AUTHORITY.  THE RECORD IS RE-READ
002036*  AND RE-CHECKED FIRST -- ANOTHER SESSION MAY HAVE DECIDED IT
002040*  ALREADY -- AND A SUPERVISOR'S OWN REQUEST IS REFUSED.
002050*================================================================
002060 2200-decide-one.
002070     if app-supervisor = spaces
002080         move "SUPERVISOR ID IS REQUIRED" to app-message
002090         go to 2200-decide-one-exit
002100     end-if
002101     move app-supervisor to calc-usr-id
002102     read calc-user-file
002103         invalid key
002104             move "SUPERVISOR ID IS NOT ON THE CALCUSR MASTER"
002105                 to app-message
002106             go to 2200-decide-one-exit
002107     end-read
002108     if not calc-usr-is-active
002109         move "SUPERVISOR ID IS INACTIVE ON THE CALCUSR MASTER"
00210A             to app-message
00210B         go to 2200-decide-one-exit
00210C     end-if
00210D     if not calc-usr-is-supervisor
00210E         move "THAT ID HAS NO SUPERVISOR AUTHORITY"
00210F             to app-message
00210G         go to 2200-decide-one-exit
00210H     end-if
002110     if app-key = 0
002120         move "NOTHING ON SCREEN -- N SHOWS THE NEXT PENDING"
002130             to app-message
002250             to app-message
002260         go to 2200-decide-one-exit
002270     end-if
002271*    a second pair of eyes means a different pair of eyes.
002272     if calc-input-requestor = app-supervisor
002273         move "YOU MAY NOT DECIDE YOUR OWN REQUEST"
002274             to app-message
002275         go to 2200-decide-one-exit
002276     end-if
002280     if app-action = "A" or app-action = "a"
002290         move "A" to calc-input-approval
002300     else
002310         move "R" to calc-input-approval
002320     end-if
002330     move app-supervisor to calc-input-approver
002333     accept calc-input-decided-date from date yyyymmdd
002336     accept calc-input-decided-time from time
002340     rewrite calc-input-record
002350         invalid key
002360             move "REWRITE FAILED" to app-message
