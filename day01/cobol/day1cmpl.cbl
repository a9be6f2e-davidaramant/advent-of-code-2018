000295*                 A CONFLICTING START ENDS WITH A LOCKED
000296*                 AUDIT LINE AND AN ALERT; A LEADING "FORCE"
000297*                 RUN PARAMETER BREAKS A STALE LOCK.
000299* 2026-10-15  DA  WRITES A COMPLETE AUDIT LINE AT THE END OF
000301*                 EVERY RUN (NORMAL, OR MISSED WHEN A DUE
000303*                 DEVICE NEVER RAN) SO THE DAY1JOBS JOB-STREAM
000305*                 DRIVER CAN TEST THE STEP'S COMPLETION CODE.
000307*----------------------------------------------------------
000310 ENVIRONMENT DIVISION.
000320 CONFIGURATION SECTION.
000330 SOURCE-COMPUTER.   IBM-370.
001990     02  DL180-OK-COUNT         PIC 9(05) COMP VALUE ZERO.
002000
002002*----------------------------------------------------------
002003* AUDIT LINE LAYOUT - SAME LAYOUT DAY1 WRITES; USED FOR THE
002004* RUN'S COMPLETE LINE AND A LOCKED-OUT START'S LOCKED LINE.
002005*----------------------------------------------------------
002006 01  DL180-AUDIT-LINE.
002007     05  DL180-AUD-MM       PIC 9(02).
002520     PERFORM 8000-PRODUCE-TOTALS
002530         THRU 8000-PRODUCE-TOTALS-EXIT.
002540
002542     PERFORM 9500-WRITE-AUDIT-LOG
002544         THRU 9500-WRITE-AUDIT-LOG-EXIT.
002546
002550     PERFORM 9000-TERMINATE
002560         THRU 9000-TERMINATE-EXIT.
002570
007360 8000-PRODUCE-TOTALS-EXIT.
007370     EXIT.
007380
007381*----------------------------------------------------------
007382* 9500-WRITE-AUDIT-LOG - ONE COMPLETE LINE PER RUN.  THE
007383* COUNT IS THE DEVICES DUE; THE CODE IS MISSED WHEN ANY DUE
007384* DEVICE NEVER RAN, SO THE JOB STREAM CAN ACT ON IT.
007385*----------------------------------------------------------
007386 9500-WRITE-AUDIT-LOG.
007387     MOVE DL180-RUN-MM        TO DL180-AUD-MM
007388     MOVE DL180-RUN-DD        TO DL180-AUD-DD
007389     MOVE DL180-RUN-YYYY      TO DL180-AUD-YYYY
007390     MOVE DL180-RUN-HH        TO DL180-AUD-HH
007391     MOVE DL180-RUN-MIN       TO DL180-AUD-MIN
007392     MOVE DL180-RUN-SEC       TO DL180-AUD-SEC
007393     MOVE "COMPLETE"          TO DL180-AUD-MODE
007394     MOVE "day1-calendar.txt" TO DL180-AUD-FILE
007395     MOVE DL180-DUE-COUNT     TO DL180-AUD-REC-CNT
007396     MOVE ZERO                TO DL180-AUD-END-FREQ
007397     IF DL180-MISSED-COUNT > ZERO
007398         MOVE "MISSED"        TO DL180-AUD-STATUS
007399     ELSE
007400         MOVE "NORMAL"        TO DL180-AUD-STATUS
007401     END-IF
007402
007403     OPEN EXTEND AuditFile
007404     IF DL180-AUDIT-NOT-FOUND
007405         OPEN OUTPUT AuditFile
007406     END-IF
007407     MOVE DL180-AUDIT-LINE TO AuditRecord
007408     WRITE AuditRecord
007409     CLOSE AuditFile.
007410
007411 9500-WRITE-AUDIT-LOG-EXIT.
007412     EXIT.
007413
007414*----------------------------------------------------------
007415* 9000-TERMINATE - CLOSE FILES
007416*----------------------------------------------------------
007420 9000-TERMINATE.
007430     CLOSE CompleteReportFile
007432
