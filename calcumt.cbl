000010 identification division.
000020 program-id.  calcumt.
000030 author.      data processing.
000040 installation. ops-applications.
000050 date-written. 10/15/2026.
000060 date-compiled.
000070*================================================================
000080*  MODIFICATION HISTORY
000090*  ----------------------------------------------------------
000100*  10/15/26  DP   ORIGINAL PROGRAM.  MAINTENANCE SCREEN FOR THE
000110*                 INDEXED CALCUSR REQUESTOR MASTER: BROWSE IN
000120*                 KEY ORDER, ADD AN ID, OR CHANGE ONE'S NAME,
000130*                 DEPARTMENT/COST CENTER, ACTIVE FLAG AND
000140*                 SUPERVISOR AUTHORITY.  THERE IS NO DELETE --
000150*                 A LEAVER IS SET INACTIVE, SO EVERY REQUESTOR
000160*                 AND APPROVER STAMPED ON CALCIN STILL TRACES
000170*                 BACK TO A NAME WHEN THE AUDITORS ASK.
000180*================================================================
000190 environment division.
000200 configuration section.
000210 special-names.
000220     console is crt.
000230 input-output section.
000240 file-control.
000250     select calc-user-file assign to "CALCUSR"
000260         organization is indexed
000270         access mode is dynamic
000280         record key is calc-usr-id
000290         file status is umt-user-status.
000300
000310 data division.
000320 file section.
000330 fd  calc-user-file.
000340     copy calcusrrec.
000350
000360 working-storage section.
000370 01  umt-user-status             pic x(02) value "00".
000380
000390 01  umt-switches.
000400     05  umt-exit-sw             pic x(01) value "N".
000410         88  umt-done            value "Y".
000420
000430 01  umt-action                  pic x(01) value space.
000440 01  umt-id                      pic x(08) value spaces.
000450 01  umt-name                    pic x(30) value spaces.
000460 01  umt-dept                    pic x(10) value spaces.
000470 01  umt-active                  pic x(01) value "Y".
000480 01  umt-supervisor              pic x(01) value "N".
000490 01  umt-message                 pic x(67) value spaces.
000500
000510*================================================================
000520*  USER-SCREEN -- ACTION AND THE FIVE MASTER FIELDS ARE WHAT THE
000530*  OPERATOR TYPES INTO; THE MESSAGE LINE REPORTS WHAT THE LAST
000540*  ACTION DID (OR WHY IT WAS REFUSED).
000550*================================================================
000560 screen section.
000570 01  user-screen.
000580     05  blank screen.
000590     05  line 01 column 01 value "CALCUSR -- REQUESTOR MASTER".
000600     05  line 02 column 01 value
000610         "------------------------------------------------------".
000620     05  line 04 column 01 value "ACTION:     ".
000630     05  line 04 column 13 pic x(01) using umt-action.
000640     05  line 04 column 16 value
000650         "(B=BROWSE S=SEEK A=ADD C=CHANGE Q=QUIT)".
000660     05  line 05 column 01 value "USER ID:    ".
000670     05  line 05 column 13 pic x(08) using umt-id.
000680     05  line 06 column 01 value "NAME:       ".
000690     05  line 06 column 13 pic x(30) using umt-name.
000700     05  line 07 column 01 value "DEPT/COST:  ".
000710     05  line 07 column 13 pic x(10) using umt-dept.
000720     05  line 08 column 01 value "ACTIVE (Y/N): ".
000730     05  line 08 column 15 pic x(01) using umt-active.
000740     05  line 08 column 18 value "SUPERVISOR (Y/N): ".
000750     05  line 08 column 36 pic x(01) using umt-supervisor.
000760     05  line 10 column 01 value "MESSAGE:    ".
000770     05  line 10 column 13 pic x(67) from umt-message.
000780     05  line 12 column 01 value
000790         "B SHOWS THE NEXT ID IN KEY ORDER; S SEEKS TO THE FIRST".
000800     05  line 13 column 01 value
000810         "ID AT OR PAST USER ID.  IDS ARE NEVER DELETED -- SET".
000820     05  line 14 column 01 value
000830         "ACTIVE TO N WHEN SOMEONE LEAVES OR CHANGES JOBS.".
000840
000850 procedure division.
000860
000870*================================================================
000880*  0000-MAINLINE.
000890*================================================================
000900 0000-mainline.
000910     perform 1000-initialize    thru 1000-initialize-exit
000920     if not umt-done
000930         perform 2000-process-one thru 2000-process-one-exit
000940             until umt-done
000950         close calc-user-file
000960     end-if
000970     goback.
000980
000990*================================================================
001000*  1000-INITIALIZE.  OPEN CALCUSR FOR UPDATE.  A BRAND NEW FILE
001010*  (STATUS 35) GETS CREATED EMPTY AND REOPENED, SO THE SCREEN
001020*  CAN BE USED TO LOAD THE VERY FIRST IDS.
001030*================================================================
001040 1000-initialize.
001050     open i-o calc-user-file
001060     if umt-user-status = "35"
001070         open output calc-user-file
001080         close calc-user-file
001090         open i-o calc-user-file
001100     end-if
001110     if umt-user-status <> "00"
001120         display "CALCUMT: UNABLE TO OPEN CALCUSR, STATUS="
001130             umt-user-status
001140         move "Y" to umt-exit-sw
001150     end-if
001160 1000-initialize-exit.
001170     exit.
001180
001190*================================================================
001200*  2000-PROCESS-ONE.  PAINT THE SCREEN, TAKE ONE ACTION, DO IT.
001210*================================================================
001220 2000-process-one.
001230     display user-screen
001240     accept user-screen
001250     move spaces to umt-message
001260
001270     evaluate umt-action
001280         when "Q"
001290         when "q"
001300             move "Y" to umt-exit-sw
001310         when "B"
001320         when "b"
001330             perform 2100-browse-next thru 2100-browse-next-exit
001340         when "S"
001350         when "s"
001360             perform 2200-seek-key    thru 2200-seek-key-exit
001370         when "A"
001380         when "a"
001390             perform 2300-add-user    thru 2300-add-user-exit
001400         when "C"
001410         when "c"
001420             perform 2400-change-user thru 2400-change-user-exit
001430         when other
001440             move "ACTION MUST BE B, S, A, C OR Q" to umt-message
001450     end-evaluate
001460 2000-process-one-exit.
001470     exit.
001480
001490*================================================================
001500*  2100-BROWSE-NEXT.  NEXT ID IN KEY ORDER; AT END OF FILE THE
001510*  NEXT B STARTS OVER FROM THE LOWEST KEY.
001520*================================================================
001530 2100-browse-next.
001540     read calc-user-file next record
001550         at end
001560             move "END OF FILE -- B AGAIN STARTS OVER"
001570                 to umt-message
001580             move low-values to calc-usr-id
001590             start calc-user-file
001600                 key is greater than calc-usr-id
001610                 invalid key
001620                     move "FILE IS EMPTY" to umt-message
001630             end-start
001640         not at end
001650             move calc-usr-id         to umt-id
001660             move calc-usr-name       to umt-name
001670             move calc-usr-dept       to umt-dept
001680             move calc-usr-active     to umt-active
001690             move calc-usr-supervisor to umt-supervisor
001700             move "SHOWING USER" to umt-message
001710     end-read
001720 2100-browse-next-exit.
001730     exit.
001740
001750*================================================================
001760*  2200-SEEK-KEY.  POSITION THE BROWSE AT THE FIRST ID AT OR
001770*  PAST THE ONE ON SCREEN AND SHOW THAT RECORD.
001780*================================================================
001790 2200-seek-key.
001800     move umt-id to calc-usr-id
001810     start calc-user-file
001820         key is not less than calc-usr-id
001830         invalid key
001840             move "NO USER AT OR PAST THAT ID" to umt-message
001850     end-start
001860     if umt-user-status = "00"
001870         perform 2100-browse-next thru 2100-browse-next-exit
001880     end-if
001890 2200-seek-key-exit.
001900     exit.
001910
001920*================================================================
001930*  2300-ADD-USER.  VALIDATE FIRST.  A DUPLICATE ID IS REFUSED,
001940*  NOT OVERWRITTEN.
001950*================================================================
001960 2300-add-user.
001970     perform 3000-validate-user thru 3000-validate-user-exit
001980     if umt-message <> spaces
001990         go to 2300-add-user-exit
002000     end-if
002010     move umt-id         to calc-usr-id
002020     move umt-name       to calc-usr-name
002030     move umt-dept       to calc-usr-dept
002040     move umt-active     to calc-usr-active
002050     move umt-supervisor to calc-usr-supervisor
002060     write calc-user-record
002070         invalid key
002080             move "THAT USER ID IS ALREADY ON FILE"
002090                 to umt-message
002100         not invalid key
002110             move "USER ADDED" to umt-message
002120     end-write
002130 2300-add-user-exit.
002140     exit.
002150
002160*================================================================
002170*  2400-CHANGE-USER.  VALIDATE FIRST, THEN REWRITE IN PLACE.
002180*================================================================
002190 2400-change-user.
002200     perform 3000-validate-user thru 3000-validate-user-exit
002210     if umt-message <> spaces
002220         go to 2400-change-user-exit
002230     end-if
002240     move umt-id to calc-usr-id
002250     read calc-user-file
002260         invalid key
002270             move "NO USER WITH THAT ID" to umt-message
002280             go to 2400-change-user-exit
002290     end-read
002300     move umt-name       to calc-usr-name
002310     move umt-dept       to calc-usr-dept
002320     move umt-active     to calc-usr-active
002330     move umt-supervisor to calc-usr-supervisor
002340     rewrite calc-user-record
002350         invalid key
002360             move "REWRITE FAILED" to umt-message
002370         not invalid key
002380             move "USER CHANGED" to umt-message
002390     end-rewrite
002400 2400-change-user-exit.
002410     exit.
002420
002430*================================================================
002440*  3000-VALIDATE-USER.  ID AND NAME ARE REQUIRED, THE TWO FLAGS
002450*  MUST BE Y OR N.  A REFUSAL LEAVES ITS REASON ON THE MESSAGE
002460*  LINE; THE CALLERS TEST THE LINE FOR SPACES.
002470*================================================================
002480 3000-validate-user.
002490     if umt-id = spaces
002500         move "USER ID IS REQUIRED" to umt-message
002510         go to 3000-validate-user-exit
002520     end-if
002530     if umt-name = spaces
002540         move "NAME IS REQUIRED" to umt-message
002550         go to 3000-validate-user-exit
002560     end-if
002570     if umt-active <> "Y" and umt-active <> "N"
002580         move "ACTIVE MUST BE Y OR N" to umt-message
002590         go to 3000-validate-user-exit
002600     end-if
002610     if umt-supervisor <> "Y" and umt-supervisor <> "N"
002620         move "SUPERVISOR MUST BE Y OR N" to umt-message
002630     end-if
002640 3000-validate-user-exit.
002650     exit.
