00019H*                 SAYS WHETHER THE RECONCILIATION CAME OUT
00019I*                 CLEAN OR WITH EXCEPTIONS, SO THE MORNING
00019J*                 REPORT CAN FLAG IT WITHOUT OPENING RCNRPT.
00019K*  10/15/26  DP   A RESULT CALCBAT HELD FOR BREAKING A TOLERANCE
00019L*                 LIMIT (RETURN CODE 70) MATCHES THE CLEAN (00)
00019M*                 AUDIT RECORD COBOLSTUFF WROTE FOR IT -- THE
00019N*                 HOLD IS CALCBAT'S, NOT THE CALCULATION'S.
000200*================================================================
000210 environment division.
000220 configuration section.
003550*    an audit record matches the result only when it carries the
003551*    run's date AND the result's own return code -- so the
003552*    failure record a same-day reprocess corrected doesn't count
003553*    against the success that replaced it.  a held answer
003555*    calculated clean, so its audit record says 00.
003557     move 0 to rcn-this-aud-hits
003560     perform varying rcn-sub from 1 by 1
003570             until rcn-sub > rcn-aud-used
003580         if rcn-aud-id(rcn-sub) = calc-request-id
003590             move "Y" to rcn-aud-known(rcn-sub)
003600             if rcn-out-found and
003610                     rcn-aud-date(rcn-sub) = calc-out-run-date
003611                     and (rcn-aud-rc(rcn-sub) = calc-out-rc or
003615                     (calc-out-held and rcn-aud-rc(rcn-sub) = 0))
003620                 add 1 to rcn-this-aud-hits
003630             end-if
003640         end-if
