000230*                 SHARED AUDIT FILE NAMING THE OPERATOR.  A
000240*                 RUN IS REFUSED WHEN A LATER RUN FOR THE
000250*                 SAME DEVICE HAS ALREADY POSTED ON TOP OF IT
000251*                 (THE MASTER NO LONGER EQUALS THE RUN'S END).
000252* 2026-09-03  DA  HONORS THE SHARED-FILE RUN INTERLOCK
000253*                 (DAY1-LOCK.DAT).  A CONFLICTING START ENDS
000254*                 WITH A LOCKED AUDIT LINE AND AN ALERT; A
000255*                 LEADING "FORCE" RUN PARAMETER BREAKS A
000256*                 STALE LOCK LEFT BY AN ABEND.
000257* 2026-10-15  DA  A BACKED-OUT MASTER IS APPENDED TO THE
000258*                 MASTER CHANGE JOURNAL (JOURNAL= CARD,
000259*                 DEFAULT DAY1-JOURNAL.DAT) WITH THE BEFORE
000260*                 AND AFTER IMAGES, NAMING THE REVERSED RUN
000261*                 DATE AND THE AUTHORIZING OPERATOR.
000262* 2026-10-15  DA  THE OPERATOR MUST HOLD "BACKOUT" IN THE
000263*                 OPERATOR AUTHORITY FILE (OPAUTH= CARD,
000264*                 DEFAULT DAY1-OPAUTH.DAT) OR THE RUN IS
000265*                 REFUSED WITH A DENIED AUDIT LINE.  A BACKOUT
000266*                 IS DUAL CONTROL: THE FIRST RUN RECORDS A
000267*                 REQUEST IN THE PENDING FILE (PENDING= CARD,
000268*                 DEFAULT DAY1-PENDING.DAT) AND CHANGES
000269*                 NOTHING; A LATER RUN FOR THE SAME DEVICE AND
000270*                 DATE BY A DIFFERENT AUTHORIZED OPERATOR
000271*                 APPROVES AND TAKES IT.
000272* 2026-10-15  DA  A MASTER REWRITE THAT FAILS REFUSES THE
000273*                 BACKOUT, SO THE RUN IS NOT STAMPED REVERSED
000274*                 AND THE PENDING APPROVAL IS NOT USED UP.
000275*----------------------------------------------------------
000280 ENVIRONMENT DIVISION.
000290 CONFIGURATION SECTION.
000300 SOURCE-COMPUTER.   IBM-370.
000564                ORGANIZATION IS LINE SEQUENTIAL
000566                FILE STATUS IS DL210-LOCK-STATUS.
000568
000569     SELECT JournalFile
000570                ASSIGN TO DYNAMIC DL210-JOURNAL-FILENAME
000571                ORGANIZATION IS LINE SEQUENTIAL
000572                FILE STATUS IS DL210-JOURNAL-STATUS.
000573
000574     SELECT OpAuthFile
000575                ASSIGN TO DYNAMIC DL210-OPAUTH-FILENAME
000576                ORGANIZATION IS LINE SEQUENTIAL
000577                FILE STATUS IS DL210-OPAUTH-STATUS.
000578
000579     SELECT PendingFile
000580                ASSIGN TO DYNAMIC DL210-PENDING-FILENAME
000581                ORGANIZATION IS LINE SEQUENTIAL
000582                FILE STATUS IS DL210-PENDING-STATUS.
000583
000584 DATA DIVISION.
000585 FILE SECTION.
000590 FD  MasterFile.
000600 01  MasterRecord.
000610     02  MST-DEVICE-ID      PIC X(08).
000952     02  FILLER             PIC X(01).
000953     02  LCK-FILES-HELD     PIC X(40).
000955
000956*----------------------------------------------------------
000957* MASTER CHANGE JOURNAL - SAME LAYOUT DAY1 WRITES.
000958*----------------------------------------------------------
000959 FD  JournalFile.
000960 01  JournalRecord.
000961     02  JRN-DEVICE-ID      PIC X(08).
000962     02  JRN-PROGRAM        PIC X(08).
000963     02  JRN-DATE           PIC 9(08).
000964     02  JRN-TIME           PIC 9(06).
000965     02  JRN-RUN-ID         PIC X(40).
000966     02  JRN-ACTION         PIC X(08).
000967     02  JRN-BEFORE-SW      PIC X(01).
000968     02  JRN-BEFORE-IMAGE   PIC X(24).
000969     02  JRN-AFTER-SW       PIC X(01).
000970     02  JRN-AFTER-IMAGE    PIC X(24).
000971
000972*----------------------------------------------------------
000973* OPERATOR AUTHORITY FILE - ONE CARD PER OPERATOR AND ACTION
000974* THAT OPERATOR MAY TAKE.  AN ACTION OF "ALL" GRANTS EVERY
000975* ACTION.  BLANK CARDS AND CARDS STARTING "*" ARE COMMENTS.
000976*----------------------------------------------------------
000977 FD  OpAuthFile.
000978 01  OpAuthRecord.
000979     88  EndOfOpAuthFile    VALUE HIGH-VALUES.
000980     02  AUT-OPERATOR       PIC X(08).
000981     02  FILLER             PIC X(01).
000982     02  AUT-ACTION         PIC X(10).
000983     02  FILLER             PIC X(01).
000984     02  AUT-NAME           PIC X(30).
000985
000986*----------------------------------------------------------
000987* PENDING APPROVAL FILE - SHARED BY EVERY PROGRAM THAT TAKES A
000988* DUAL-CONTROL ACTION.  "P" RECORDS A REQUEST; "A" RECORDS
000989* THE SECOND OPERATOR'S APPROVAL, WHICH CLOSES IT.
000990*----------------------------------------------------------
000991 FD  PendingFile.
000992 01  PendingRecord.
000993     88  EndOfPendingFile   VALUE HIGH-VALUES.
000994     02  PND-TYPE           PIC X(01).
000995     02  FILLER             PIC X(01).
000996     02  PND-PROGRAM        PIC X(08).
000997     02  FILLER             PIC X(01).
000998     02  PND-KEY.
000999         03  PND-ACTION     PIC X(10).
001000         03  FILLER         PIC X(01).
001001         03  PND-DEVICE     PIC X(08).
001002         03  FILLER         PIC X(01).
001003         03  PND-OPERAND    PIC X(20).
001004     02  FILLER             PIC X(01).
001005     02  PND-OPERATOR       PIC X(08).
001006     02  FILLER             PIC X(01).
001007     02  PND-DATE           PIC 9(08).
001008     02  FILLER             PIC X(01).
001009     02  PND-TIME           PIC 9(06).
001010
001011 WORKING-STORAGE SECTION.
001012*----------------------------------------------------------
001013* SHARED FILE NAMES - THE SAME CONTROL CARDS DAY1 HONORS
001014* (MASTER=, HISTORY=, AUDIT=) ARE READ HERE TOO.
001015*----------------------------------------------------------
001016 01  DL210-FILE-NAMES.
001017     02  DL210-MASTER-FILENAME  PIC X(080)
001020                                VALUE "day1-master.dat".
001030     02  DL210-HISTORY-FILENAME PIC X(080)
001040                                VALUE "day1-history.txt".
001050     02  DL210-AUDIT-FILENAME   PIC X(080)
001051                                VALUE "day1-audit.txt".
001052     02  DL210-ALERT-FILENAME   PIC X(080)
001053                                VALUE "day1-alert.dat".
001054     02  DL210-JOURNAL-FILENAME PIC X(080)
001055                                VALUE "day1-journal.dat".
001056     02  DL210-OPAUTH-FILENAME  PIC X(080)
001057                                VALUE "day1-opauth.dat".
001058     02  DL210-PENDING-FILENAME PIC X(080)
001059                                VALUE "day1-pending.dat".
001066
001067 01  DL210-ALERT-STATUS         PIC X(02) VALUE SPACES.
001068     88  DL210-ALERT-STATUS-OK      VALUE "00".
001140 01  DL210-AUDIT-STATUS         PIC X(02) VALUE SPACES.
001150     88  DL210-AUDIT-STATUS-OK      VALUE "00".
001160     88  DL210-AUDIT-NOT-FOUND      VALUE "35".
001161
001162 01  DL210-JOURNAL-STATUS       PIC X(02) VALUE SPACES.
001163     88  DL210-JOURNAL-STATUS-OK    VALUE "00".
001164     88  DL210-JOURNAL-NOT-FOUND    VALUE "35".
001165
001166 01  DL210-JOURNAL-WORK.
001167     02  DL210-JRN-BEFORE       PIC X(24) VALUE SPACES.
001168     02  DL210-JRN-CLOCK        PIC 9(08) VALUE ZERO.
001169     02  DL210-JRN-RUN-ID.
001170         03  FILLER             PIC X(04) VALUE "RUN ".
001171         03  DL210-JRN-TGT-DATE PIC 9(08) VALUE ZERO.
001172         03  FILLER             PIC X(04) VALUE " BY ".
001173         03  DL210-JRN-OPERATOR PIC X(08) VALUE SPACES.
001174
001175*----------------------------------------------------------
001176* OPERATOR AUTHORITY TABLE - LOADED FROM THE AUTHORITY FILE
001177* AT START-UP.  AN OPERATOR NOT IN THE FILE IS UNKNOWN; ONE
001178* IN THE FILE WITHOUT THE ACTION (OR "ALL") IS DENIED.  NO
001179* FILE MEANS NOBODY IS AUTHORIZED.
001180*----------------------------------------------------------
001181 01  DL210-OPAUTH-STATUS        PIC X(02) VALUE SPACES.
001182     88  DL210-OPAUTH-STATUS-OK     VALUE "00".
001183
001184 01  DL210-AUTH-CONTROL.
001185     02  DL210-AUT-COUNT        PIC 9(05) COMP VALUE ZERO.
001186     02  DL210-AUT-SUB          PIC 9(05) COMP VALUE ZERO.
001187     02  DL210-AUT-LOADED-SW    PIC X(01) VALUE "N".
001188         88  DL210-AUT-LOADED       VALUE "Y".
001189     02  DL210-AUT-OVFL-SW      PIC X(01) VALUE "N".
001190         88  DL210-AUT-OVERFLOW     VALUE "Y".
001191     02  DL210-AUT-OPERATOR     PIC X(08) VALUE SPACES.
001192     02  DL210-AUT-ACTION       PIC X(10) VALUE SPACES.
001193     02  DL210-AUT-RESULT-SW    PIC X(01) VALUE "U".
001194         88  DL210-AUT-UNKNOWN      VALUE "U".
001195         88  DL210-AUT-DENIED       VALUE "D".
001196         88  DL210-AUT-GRANTED      VALUE "G".
001197
001198 01  DL210-AUTH-TABLE.
001199     02  DL210-AUT-ENTRY OCCURS 500 TIMES.
001200         03  DL210-AUT-TBL-OPERATOR PIC X(08).
001201         03  DL210-AUT-TBL-ACTION   PIC X(10).
001202
001203*----------------------------------------------------------
001204* SECOND-OPERATOR APPROVAL - THIS PROGRAM'S OPEN REQUESTS ARE
001205* TABLED FROM THE PENDING FILE AT START-UP.  AN APPROVAL
001206* CLOSES ITS REQUEST AND FREES THE SLOT FOR REUSE.  THE KEY
001207* IS LAID OUT EXACTLY AS PND-KEY.
001208*----------------------------------------------------------
001209 01  DL210-PENDING-STATUS       PIC X(02) VALUE SPACES.
001210     88  DL210-PENDING-STATUS-OK    VALUE "00".
001211     88  DL210-PENDING-NOT-FOUND    VALUE "35".
001212
001213 01  DL210-PEND-CONTROL.
001214     02  DL210-PND-COUNT        PIC 9(05) COMP VALUE ZERO.
001215     02  DL210-PND-SUB          PIC 9(05) COMP VALUE ZERO.
001216     02  DL210-PND-SLOT         PIC 9(05) COMP VALUE ZERO.
001217     02  DL210-PND-OVFL-SW      PIC X(01) VALUE "N".
001218         88  DL210-PND-OVERFLOW     VALUE "Y".
001219     02  DL210-PND-FOUND-SW     PIC X(01) VALUE "N".
001220         88  DL210-PND-FOUND        VALUE "Y".
001221         88  DL210-PND-NOT-FOUND    VALUE "N".
001222     02  DL210-PND-RESULT-SW    PIC X(01) VALUE SPACE.
001223         88  DL210-PND-APPROVED     VALUE "A".
001224         88  DL210-PND-REQUESTED    VALUE "R".
001225         88  DL210-PND-SAME-OPER    VALUE "O".
001226         88  DL210-PND-SAME-RUN     VALUE "S".
001227         88  DL210-PND-TABLE-FULL   VALUE "F".
001228     02  DL210-PND-WRITE-TYPE   PIC X(01) VALUE SPACE.
001229     02  DL210-PND-KEY.
001230         03  DL210-PND-ACTION   PIC X(10) VALUE SPACES.
001231         03  FILLER             PIC X(01) VALUE SPACE.
001232         03  DL210-PND-DEVICE   PIC X(08) VALUE SPACES.
001233         03  FILLER             PIC X(01) VALUE SPACE.
001234         03  DL210-PND-OPERAND  PIC X(20) VALUE SPACES.
001235     02  DL210-PND-OPERATOR     PIC X(08) VALUE SPACES.
001236
001237 01  DL210-PEND-TABLE.
001238     02  DL210-PND-ENTRY OCCURS 500 TIMES.
001239         03  DL210-PND-TBL-KEY      PIC X(40).
001240         03  DL210-PND-TBL-OPERATOR PIC X(08).
001241         03  DL210-PND-TBL-DATE     PIC 9(08).
001242         03  DL210-PND-TBL-TIME     PIC 9(06).
001243         03  DL210-PND-TBL-OPEN-SW  PIC X(01).
001244
001245 01  DL210-CONTROL-STATUS       PIC X(02) VALUE SPACES.
001246     88  DL210-CONTROL-STATUS-OK    VALUE "00".
001247
001248 01  DL210-CARD-WORK.
001249     02  DL210-CARD-KEYWORD     PIC X(16).
001250     02  DL210-CARD-VALUE       PIC X(64).
001251
001252 01  DL210-RUN-DATE-FIELDS.
001260     02  DL210-RUN-DATE         PIC 9(08) VALUE ZERO.
001270     02  DL210-RUN-DATE-X REDEFINES DL210-RUN-DATE.
001280         03  DL210-RUN-YYYY     PIC 9(04).
002050 01  DL210-RESULT-FIELDS.
002060     02  DL210-RESULT-SW        PIC X(01) VALUE "N".
002070         88  DL210-BACKED-OUT       VALUE "Y".
002073         88  DL210-AWAITING-APPROVAL VALUE "P".
002076     02  DL210-AUD-RESULT       PIC X(08) VALUE "BACKOUT".
002080     02  DL210-OLD-FREQUENCY    PIC S9(6) VALUE ZERO.
002090     02  DL210-NEW-FREQUENCY    PIC S9(6) VALUE ZERO.
002100
002910             THRU 9000-TERMINATE-EXIT
002920         STOP RUN
002930     END-IF.
002931
002932*    ONLY AN OPERATOR HOLDING "BACKOUT" MAY REVERSE A RUN.
002933     MOVE DL210-OPERATOR TO DL210-AUT-OPERATOR
002934     MOVE "BACKOUT"      TO DL210-AUT-ACTION
002935     PERFORM 2050-CHECK-AUTHORITY
002936         THRU 2050-CHECK-AUTHORITY-EXIT
002937     IF NOT DL210-AUT-GRANTED
002938         IF DL210-AUT-UNKNOWN
002939             MOVE "OPERATOR UNKNOWN - BACKOUT REFUSED"
002940                 TO DL210-RPT-RES-MSG
002941         ELSE
002942             MOVE "OPERATOR NOT AUTHORIZED - BACKOUT REFUSED"
002943                 TO DL210-RPT-RES-MSG
002944         END-IF
002945         MOVE "DENIED" TO DL210-AUD-RESULT
002946         PERFORM 9500-WRITE-AUDIT-LOG
002947             THRU 9500-WRITE-AUDIT-LOG-EXIT
002948         PERFORM 8100-WRITE-RESULT
002949             THRU 8100-WRITE-RESULT-EXIT
002950         PERFORM 9000-TERMINATE
002951             THRU 9000-TERMINATE-EXIT
002952         STOP RUN
002953     END-IF.
002954
002955     PERFORM 2000-LOAD-HISTORY
002960         THRU 2000-LOAD-HISTORY-EXIT.
002970
002980     PERFORM 3000-LOCATE-TARGET-RUN
002990         THRU 3000-LOCATE-TARGET-RUN-EXIT.
002991
002992*    A BACKOUT IS TAKEN ONLY ON A SECOND OPERATOR'S APPROVAL.
002993     IF DL210-BACKED-OUT
002994         PERFORM 2800-CHECK-APPROVAL
002995             THRU 2800-CHECK-APPROVAL-EXIT
002996     END-IF.
002997
002998     IF DL210-AWAITING-APPROVAL
002999         MOVE "PENDING" TO DL210-AUD-RESULT
003000         PERFORM 9500-WRITE-AUDIT-LOG
003001             THRU 9500-WRITE-AUDIT-LOG-EXIT
003002     END-IF.
003003
003010     IF DL210-BACKED-OUT
003020         PERFORM 4000-RESTORE-MASTER
003030             THRU 4000-RESTORE-MASTER-EXIT
003080             THRU 5000-REWRITE-HISTORY-EXIT
003090         PERFORM 9500-WRITE-AUDIT-LOG
003100             THRU 9500-WRITE-AUDIT-LOG-EXIT
003103         PERFORM 2860-CLOSE-PENDING
003106             THRU 2860-CLOSE-PENDING-EXIT
003110     END-IF.
003120
003130     PERFORM 8100-WRITE-RESULT
003680         WRITE BackoutLine
003690     END-IF
003700     MOVE SPACES TO BackoutLine
003701     WRITE BackoutLine
003702
003703     PERFORM 1600-LOAD-AUTHORITY
003704         THRU 1600-LOAD-AUTHORITY-EXIT
003705     PERFORM 1700-LOAD-PENDING
003706         THRU 1700-LOAD-PENDING-EXIT
003707
003714     PERFORM 1900-CLAIM-INTERLOCK
003716         THRU 1900-CLAIM-INTERLOCK-EXIT.
003720
004160             MOVE DL210-CARD-VALUE TO DL210-AUDIT-FILENAME
004162         WHEN "ALERT"
004164             MOVE DL210-CARD-VALUE TO DL210-ALERT-FILENAME
004166         WHEN "JOURNAL"
004168             MOVE DL210-CARD-VALUE TO DL210-JOURNAL-FILENAME
004170         WHEN "OPAUTH"
004172             MOVE DL210-CARD-VALUE TO DL210-OPAUTH-FILENAME
004174         WHEN "PENDING"
004176             MOVE DL210-CARD-VALUE TO DL210-PENDING-FILENAME
004178         WHEN OTHER
004180             CONTINUE
004190     END-EVALUATE.
004200
004250
004260 1310-APPLY-ONE-CARD-EXIT.
004270     EXIT.
004271
004272*----------------------------------------------------------
004273* 1600-LOAD-AUTHORITY - TABLE THE OPERATOR AUTHORITY FILE.
004274* CARDS BEYOND THE TABLE ARE IGNORED, SO THEIR OPERATORS ARE
004275* REJECTED RATHER THAN WAVED THROUGH.
004276*----------------------------------------------------------
004277 1600-LOAD-AUTHORITY.
004278     OPEN INPUT OpAuthFile
004279     IF NOT DL210-OPAUTH-STATUS-OK
004280         GO TO 1600-LOAD-AUTHORITY-EXIT
004281     END-IF
004282     SET DL210-AUT-LOADED TO TRUE
004283
004284     READ OpAuthFile
004285       AT END SET EndOfOpAuthFile TO TRUE
004286     END-READ
004287
004288     PERFORM 1610-LOAD-ONE-AUTHORITY
004289         THRU 1610-LOAD-ONE-AUTHORITY-EXIT
004290         UNTIL EndOfOpAuthFile
004291
004292     CLOSE OpAuthFile.
004293
004294 1600-LOAD-AUTHORITY-EXIT.
004295     EXIT.
004296
004297 1610-LOAD-ONE-AUTHORITY.
004298     IF OpAuthRecord = SPACES
004299             OR AUT-OPERATOR(1:1) = "*"
004300             OR AUT-OPERATOR = SPACES
004301             OR AUT-ACTION = SPACES
004302         GO TO 1610-READ-NEXT
004303     END-IF
004304
004305     IF DL210-AUT-COUNT >= 500
004306         SET DL210-AUT-OVERFLOW TO TRUE
004307         GO TO 1610-READ-NEXT
004308     END-IF
004309
004310     ADD 1 TO DL210-AUT-COUNT
004311     MOVE AUT-OPERATOR TO DL210-AUT-TBL-OPERATOR(DL210-AUT-COUNT)
004312     MOVE AUT-ACTION   TO DL210-AUT-TBL-ACTION(DL210-AUT-COUNT).
004313
004314 1610-READ-NEXT.
004315     READ OpAuthFile
004316       AT END SET EndOfOpAuthFile TO TRUE
004317     END-READ.
004318
004319 1610-LOAD-ONE-AUTHORITY-EXIT.
004320     EXIT.
004321
004322*----------------------------------------------------------
004323* 1700-LOAD-PENDING - TABLE THIS PROGRAM'S STILL-OPEN APPROVAL
004324* REQUESTS.  A "P" RECORD OPENS A REQUEST; AN "A" RECORD
004325* CLOSES THE OPEN REQUEST WITH THE SAME KEY.  NO FILE MEANS
004326* NOTHING IS PENDING.
004327*----------------------------------------------------------
004328 1700-LOAD-PENDING.
004329     OPEN INPUT PendingFile
004330     IF NOT DL210-PENDING-STATUS-OK
004331         GO TO 1700-LOAD-PENDING-EXIT
004332     END-IF
004333
004334     READ PendingFile
004335       AT END SET EndOfPendingFile TO TRUE
004336     END-READ
004337
004338     PERFORM 1710-LOAD-ONE-PENDING
004339         THRU 1710-LOAD-ONE-PENDING-EXIT
004340         UNTIL EndOfPendingFile
004341
004342     CLOSE PendingFile.
004343
004344 1700-LOAD-PENDING-EXIT.
004345     EXIT.
004346
004347 1710-LOAD-ONE-PENDING.
004348     IF PND-PROGRAM NOT = "DAY1BKOT"
004349         GO TO 1710-READ-NEXT
004350     END-IF
004351
004352     MOVE PND-KEY TO DL210-PND-KEY
004353     PERFORM 2810-FIND-PENDING
004354         THRU 2810-FIND-PENDING-EXIT
004355
004356     IF PND-TYPE = "A"
004357         IF DL210-PND-FOUND
004358             MOVE "N" TO DL210-PND-TBL-OPEN-SW(DL210-PND-SUB)
004359         END-IF
004360         GO TO 1710-READ-NEXT
004361     END-IF
004362
004363*    A REPEATED REQUEST KEEPS THE FIRST ONE'S OPERATOR AND RUN.
004364     IF PND-TYPE NOT = "P" OR DL210-PND-FOUND
004365         GO TO 1710-READ-NEXT
004366     END-IF
004367
004368     PERFORM 1720-TAKE-FREE-SLOT
004369         THRU 1720-TAKE-FREE-SLOT-EXIT
004370     IF DL210-PND-SLOT = ZERO
004371         GO TO 1710-READ-NEXT
004372     END-IF
004373
004374     MOVE PND-KEY      TO DL210-PND-TBL-KEY(DL210-PND-SLOT)
004375     MOVE PND-OPERATOR TO DL210-PND-TBL-OPERATOR(DL210-PND-SLOT)
004376     MOVE PND-DATE     TO DL210-PND-TBL-DATE(DL210-PND-SLOT)
004377     MOVE PND-TIME     TO DL210-PND-TBL-TIME(DL210-PND-SLOT)
004378     MOVE "Y"          TO DL210-PND-TBL-OPEN-SW(DL210-PND-SLOT).
004379
004380 1710-READ-NEXT.
004381     READ PendingFile
004382       AT END SET EndOfPendingFile TO TRUE
004383     END-READ.
004384
004385 1710-LOAD-ONE-PENDING-EXIT.
004386     EXIT.
004387
004388*----------------------------------------------------------
004389* 1720-TAKE-FREE-SLOT - THE FIRST CLOSED SLOT, ELSE A NEW ONE
004390* AT THE END OF THE TABLE.  A FULL TABLE LEAVES THE SLOT ZERO
004391* AND SETS THE OVERFLOW SWITCH.
004392*----------------------------------------------------------
004393 1720-TAKE-FREE-SLOT.
004394     MOVE ZERO TO DL210-PND-SLOT
004395     MOVE ZERO TO DL210-PND-SUB
004396
004397     PERFORM 1730-CHECK-ONE-SLOT
004398         THRU 1730-CHECK-ONE-SLOT-EXIT
004399         UNTIL DL210-PND-SLOT > ZERO
004400            OR DL210-PND-SUB >= DL210-PND-COUNT
004401
004402     IF DL210-PND-SLOT = ZERO
004403         IF DL210-PND-COUNT >= 500
004404             SET DL210-PND-OVERFLOW TO TRUE
004405         ELSE
004406             ADD 1 TO DL210-PND-COUNT
004407             MOVE DL210-PND-COUNT TO DL210-PND-SLOT
004408         END-IF
004409     END-IF.
004410
004411 1720-TAKE-FREE-SLOT-EXIT.
004412     EXIT.
004413
004414 1730-CHECK-ONE-SLOT.
004415     ADD 1 TO DL210-PND-SUB
004416     IF DL210-PND-TBL-OPEN-SW(DL210-PND-SUB) = "N"
004417         MOVE DL210-PND-SUB TO DL210-PND-SLOT
004418     END-IF.
004419
004420 1730-CHECK-ONE-SLOT-EXIT.
004421     EXIT.
004422
004423*----------------------------------------------------------
004424* 2000-LOAD-HISTORY - TABLE EVERY LIVE HISTORY LINE WITH ITS
004425* PARSED DEVICE, DATE, START, AND END.  LINES THAT DO NOT
004426* PARSE ARE CARRIED FOR THE REWRITE BUT NEVER MATCHED.
004427*----------------------------------------------------------
004428 2000-LOAD-HISTORY.
004429     OPEN INPUT HistoryFile
004430     IF NOT DL210-HISTORY-STATUS-OK
004431         GO TO 2000-LOAD-HISTORY-EXIT
004432     END-IF
004433
004434     READ HistoryFile
004435       AT END SET EndOfHistoryFile TO TRUE
004436     END-READ
004437
004440     PERFORM 2100-LOAD-ONE-HISTORY
004450         THRU 2100-LOAD-ONE-HISTORY-EXIT
004460         UNTIL EndOfHistoryFile
004470
004480     CLOSE HistoryFile.
004481
004482 2000-LOAD-HISTORY-EXIT.
004483     EXIT.
004484
004485*----------------------------------------------------------
004486* 2050-CHECK-AUTHORITY - MAY DL210-AUT-OPERATOR TAKE
004487* DL210-AUT-ACTION?  UNKNOWN (NOT IN THE AUTHORITY FILE),
004488* DENIED (IN THE FILE, BUT NOT FOR THIS ACTION), OR GRANTED.
004489* A BLANK OPERATOR IS UNKNOWN.
004490*----------------------------------------------------------
004491 2050-CHECK-AUTHORITY.
004492     SET DL210-AUT-UNKNOWN TO TRUE
004493     MOVE ZERO TO DL210-AUT-SUB
004494     IF DL210-AUT-OPERATOR = SPACES
004495         GO TO 2050-CHECK-AUTHORITY-EXIT
004496     END-IF
004497
004498     PERFORM 2060-MATCH-ONE-AUTHORITY
004499         THRU 2060-MATCH-ONE-AUTHORITY-EXIT
004500         UNTIL DL210-AUT-GRANTED
004501            OR DL210-AUT-SUB >= DL210-AUT-COUNT.
004502
004503 2050-CHECK-AUTHORITY-EXIT.
004504     EXIT.
004505
004506 2060-MATCH-ONE-AUTHORITY.
004507     ADD 1 TO DL210-AUT-SUB
004508     IF DL210-AUT-TBL-OPERATOR(DL210-AUT-SUB)
004509             NOT = DL210-AUT-OPERATOR
004510         GO TO 2060-MATCH-ONE-AUTHORITY-EXIT
004511     END-IF
004512
004513     IF DL210-AUT-TBL-ACTION(DL210-AUT-SUB) = DL210-AUT-ACTION
004514             OR DL210-AUT-TBL-ACTION(DL210-AUT-SUB) = "ALL"
004515         SET DL210-AUT-GRANTED TO TRUE
004516     ELSE
004517         SET DL210-AUT-DENIED TO TRUE
004518     END-IF.
004519
004520 2060-MATCH-ONE-AUTHORITY-EXIT.
004521     EXIT.
004522
004530 2100-LOAD-ONE-HISTORY.
004540     IF HistoryRecord = SPACES
004550         GO TO 2100-READ-NEXT
005600
005610 2310-CONVERT-ONE-CHAR-EXIT.
005620     EXIT.
005621
005622*----------------------------------------------------------
005623* 2800-CHECK-APPROVAL - DUAL CONTROL FOR A BACKOUT.  THE
005624* FIRST RUN FOR A DEVICE AND DATE RECORDS A PENDING REQUEST
005625* AND REVERSES NOTHING.  A LATER RUN FOR THE SAME DEVICE AND
005626* DATE BY A DIFFERENT AUTHORIZED OPERATOR IS THE APPROVAL:
005627* THE BACKOUT GOES AHEAD AND THE REQUEST IS CLOSED ONCE IT
005628* HAS TAKEN.
005629*----------------------------------------------------------
005630 2800-CHECK-APPROVAL.
005631     MOVE SPACE            TO DL210-PND-RESULT-SW
005632     MOVE "BACKOUT"        TO DL210-PND-ACTION
005633     MOVE DL210-TGT-DEVICE TO DL210-PND-DEVICE
005634     MOVE DL210-TGT-DATE-X TO DL210-PND-OPERAND
005635     MOVE DL210-OPERATOR   TO DL210-PND-OPERATOR
005636
005637     IF DL210-PND-OVERFLOW
005638         SET DL210-PND-TABLE-FULL TO TRUE
005639         GO TO 2800-SET-RESULT
005640     END-IF
005641
005642     PERFORM 2810-FIND-PENDING
005643         THRU 2810-FIND-PENDING-EXIT
005644
005645     IF DL210-PND-NOT-FOUND
005646         PERFORM 1720-TAKE-FREE-SLOT
005647             THRU 1720-TAKE-FREE-SLOT-EXIT
005648         IF DL210-PND-SLOT = ZERO
005649             SET DL210-PND-TABLE-FULL TO TRUE
005650             GO TO 2800-SET-RESULT
005651         END-IF
005652         MOVE DL210-PND-KEY
005653             TO DL210-PND-TBL-KEY(DL210-PND-SLOT)
005654         MOVE DL210-PND-OPERATOR
005655             TO DL210-PND-TBL-OPERATOR(DL210-PND-SLOT)
005656         MOVE DL210-RUN-DATE
005657             TO DL210-PND-TBL-DATE(DL210-PND-SLOT)
005658         MOVE DL210-RUN-TIME(1:6)
005659             TO DL210-PND-TBL-TIME(DL210-PND-SLOT)
005660         MOVE "Y" TO DL210-PND-TBL-OPEN-SW(DL210-PND-SLOT)
005661         MOVE "P" TO DL210-PND-WRITE-TYPE
005662         PERFORM 2850-WRITE-PENDING
005663             THRU 2850-WRITE-PENDING-EXIT
005664         SET DL210-PND-REQUESTED TO TRUE
005665         GO TO 2800-SET-RESULT
005666     END-IF
005667
005668     EVALUATE TRUE
005669         WHEN DL210-PND-TBL-OPERATOR(DL210-PND-SUB)
005670                 = DL210-PND-OPERATOR
005671             SET DL210-PND-SAME-OPER TO TRUE
005672         WHEN DL210-PND-TBL-DATE(DL210-PND-SUB) = DL210-RUN-DATE
005673                 AND DL210-PND-TBL-TIME(DL210-PND-SUB)
005674                     = DL210-RUN-TIME(1:6)
005675             SET DL210-PND-SAME-RUN TO TRUE
005676         WHEN OTHER
005677             SET DL210-PND-APPROVED TO TRUE
005678     END-EVALUATE.
005679
005680 2800-SET-RESULT.
005681     EVALUATE TRUE
005682         WHEN DL210-PND-APPROVED
005683             CONTINUE
005684         WHEN DL210-PND-TABLE-FULL
005685             MOVE "PENDING TABLE FULL - BACKOUT REFUSED"
005686                 TO DL210-RPT-RES-MSG
005687             MOVE "N" TO DL210-RESULT-SW
005688         WHEN DL210-PND-REQUESTED
005689             MOVE "PENDING - SECOND OPERATOR NEEDED"
005690                 TO DL210-RPT-RES-MSG
005691             SET DL210-AWAITING-APPROVAL TO TRUE
005692         WHEN DL210-PND-SAME-OPER
005693             MOVE "PENDING - NEED ANOTHER OPERATOR"
005694                 TO DL210-RPT-RES-MSG
005695             SET DL210-AWAITING-APPROVAL TO TRUE
005696         WHEN OTHER
005697             MOVE "PENDING - APPROVE IN A LATER RUN"
005698                 TO DL210-RPT-RES-MSG
005699             SET DL210-AWAITING-APPROVAL TO TRUE
005700     END-EVALUATE.
005701
005702 2800-CHECK-APPROVAL-EXIT.
005703     EXIT.
005704
005705*----------------------------------------------------------
005706* 2810-FIND-PENDING - LOCATE THE OPEN REQUEST FOR
005707* DL210-PND-KEY.  ON A HIT DL210-PND-SUB POINTS AT IT.
005708*----------------------------------------------------------
005709 2810-FIND-PENDING.
005710     SET DL210-PND-NOT-FOUND TO TRUE
005711     MOVE ZERO TO DL210-PND-SUB
005712
005713     PERFORM 2820-MATCH-ONE-PENDING
005714         THRU 2820-MATCH-ONE-PENDING-EXIT
005715         UNTIL DL210-PND-FOUND
005716            OR DL210-PND-SUB >= DL210-PND-COUNT.
005717
005718 2810-FIND-PENDING-EXIT.
005719     EXIT.
005720
005721 2820-MATCH-ONE-PENDING.
005722     ADD 1 TO DL210-PND-SUB
005723     IF DL210-PND-TBL-OPEN-SW(DL210-PND-SUB) = "Y"
005724             AND DL210-PND-TBL-KEY(DL210-PND-SUB) = DL210-PND-KEY
005725         SET DL210-PND-FOUND TO TRUE
005726     END-IF.
005727
005728 2820-MATCH-ONE-PENDING-EXIT.
005729     EXIT.
005730
005731*----------------------------------------------------------
005732* 2850-WRITE-PENDING - APPEND A REQUEST ("P") OR APPROVAL
005733* ("A") RECORD FOR DL210-PND-KEY TO THE SHARED PENDING FILE,
005734* STAMPED WITH THIS RUN AND THE SUBMITTING OPERATOR.
005735*----------------------------------------------------------
005736 2850-WRITE-PENDING.
005737     OPEN EXTEND PendingFile
005738     IF DL210-PENDING-NOT-FOUND
005739         OPEN OUTPUT PendingFile
005740     END-IF
005741
005742     MOVE SPACES               TO PendingRecord
005743     MOVE DL210-PND-WRITE-TYPE TO PND-TYPE
005744     MOVE "DAY1BKOT"           TO PND-PROGRAM
005745     MOVE DL210-PND-KEY        TO PND-KEY
005746     MOVE DL210-PND-OPERATOR   TO PND-OPERATOR
005747     MOVE DL210-RUN-DATE       TO PND-DATE
005748     MOVE DL210-RUN-TIME(1:6)  TO PND-TIME
005749     WRITE PendingRecord
005750     CLOSE PendingFile.
005751
005752 2850-WRITE-PENDING-EXIT.
005753     EXIT.
005754
005755*----------------------------------------------------------
005756* 2860-CLOSE-PENDING - THE APPROVED ACTION HAS BEEN TAKEN:
005757* CLOSE ITS REQUEST (DL210-PND-SUB FROM 2800) AND RECORD THE
005758* APPROVING OPERATOR.
005759*----------------------------------------------------------
005760 2860-CLOSE-PENDING.
005761     MOVE "N" TO DL210-PND-TBL-OPEN-SW(DL210-PND-SUB)
005762     MOVE "A" TO DL210-PND-WRITE-TYPE
005763     PERFORM 2850-WRITE-PENDING
005764         THRU 2850-WRITE-PENDING-EXIT.
005765
005766 2860-CLOSE-PENDING-EXIT.
005767     EXIT.
005768
005769*----------------------------------------------------------
005770* 3000-LOCATE-TARGET-RUN - FIND THE DEVICE'S RUN ON THE GIVEN
005771* DATE (THE LAST ONE THAT DAY WHEN SEVERAL POSTED) AND REFUSE
005772* THE BACKOUT IF IT IS ALREADY REVERSED OR IF ANY LATER RUN
005773* FOR THE SAME DEVICE HAS POSTED ON TOP OF IT.
005774*----------------------------------------------------------
005775 3000-LOCATE-TARGET-RUN.
005776     IF DL210-HIST-OVERFLOW
005777         MOVE "HISTORY TABLE FULL - BACKOUT REFUSED"
005778             TO DL210-RPT-RES-MSG
005779         GO TO 3000-LOCATE-TARGET-RUN-EXIT
005780     END-IF
005781
005782     MOVE ZERO TO DL210-TARGET-SUB
005783     MOVE ZERO TO DL210-LATER-SUB
005790     MOVE ZERO TO DL210-HIST-SUB
005800     PERFORM 3100-SCAN-ONE-LINE
005810         THRU 3100-SCAN-ONE-LINE-EXIT
006350* 4000-RESTORE-MASTER - PUT THE DEVICE'S MASTER FREQUENCY
006360* BACK TO THE REVERSED RUN'S START VALUE.  THE MASTER MUST
006370* STILL EQUAL THE RUN'S END - ANYTHING ELSE MEANS SOMETHING
006376* POSTED ON TOP AND THE BACKOUT IS REFUSED.  THE RESTORED
006382* MASTER IS JOURNALED WITH ITS BEFORE AND AFTER IMAGES.
006390*----------------------------------------------------------
006400 4000-RESTORE-MASTER.
006410     OPEN I-O MasterFile
006590                 TO DL210-RPT-RES-MSG
006600             MOVE "N" TO DL210-RESULT-SW
006610         ELSE
006615             MOVE MasterRecord  TO DL210-JRN-BEFORE
006620             MOVE MST-FREQUENCY TO DL210-OLD-FREQUENCY
006630             MOVE DL210-HIST-START(DL210-TARGET-SUB)
006640                 TO MST-FREQUENCY
006650             MOVE DL210-RUN-DATE TO MST-LAST-RUN-DATE
006660             REWRITE MasterRecord
006670               INVALID KEY
006671                 MOVE "N" TO DL210-RESULT-SW
006672                 MOVE "MASTER UPDATE FAILED - BACKOUT REFUSED"
006673                     TO DL210-RPT-RES-MSG
006674               NOT INVALID KEY
006675                 PERFORM 4100-WRITE-JOURNAL
006676                     THRU 4100-WRITE-JOURNAL-EXIT
006677                 MOVE MST-FREQUENCY TO DL210-NEW-FREQUENCY
006678                 MOVE "RUN BACKED OUT" TO DL210-RPT-RES-MSG
006680             END-REWRITE
006710         END-IF
006720     END-READ
006730
006760 4000-RESTORE-MASTER-EXIT.
006770     EXIT.
006780
006781*----------------------------------------------------------
006782* 4100-WRITE-JOURNAL - APPEND THE RESTORED MASTER TO THE
006783* MASTER CHANGE JOURNAL.  THE RUN IS IDENTIFIED BY THE
006784* REVERSED RUN'S DATE AND THE AUTHORIZING OPERATOR.
006785*----------------------------------------------------------
006786 4100-WRITE-JOURNAL.
006787     OPEN EXTEND JournalFile
006788     IF DL210-JOURNAL-NOT-FOUND
006789         OPEN OUTPUT JournalFile
006790     END-IF
006791
006792     MOVE DL210-TGT-DATE        TO DL210-JRN-TGT-DATE
006793     MOVE DL210-OPERATOR        TO DL210-JRN-OPERATOR
006794     MOVE SPACES                TO JournalRecord
006795     MOVE MST-DEVICE-ID         TO JRN-DEVICE-ID
006796     MOVE "DAY1BKOT"            TO JRN-PROGRAM
006797     ACCEPT JRN-DATE FROM DATE YYYYMMDD
006798     ACCEPT DL210-JRN-CLOCK FROM TIME
006799     MOVE DL210-JRN-CLOCK(1:6)  TO JRN-TIME
006800     MOVE DL210-JRN-RUN-ID      TO JRN-RUN-ID
006801     MOVE "BACKOUT"             TO JRN-ACTION
006802     MOVE "Y"                   TO JRN-BEFORE-SW
006803     MOVE DL210-JRN-BEFORE      TO JRN-BEFORE-IMAGE
006804     MOVE "Y"                   TO JRN-AFTER-SW
006805     MOVE MasterRecord          TO JRN-AFTER-IMAGE
006806     WRITE JournalRecord
006807     CLOSE JournalFile.
006808
006809 4100-WRITE-JOURNAL-EXIT.
006810     EXIT.
006811
006812*----------------------------------------------------------
006813* 5000-REWRITE-HISTORY - STAMP THE TARGET LINE REVERSED IN
006814* COLUMNS 60-67 AND REWRITE THE LIVE HISTORY.  THE LINE IS
006820* KEPT, NOT DELETED, SO THE TRAIL OF WHAT HAPPENED REMAINS.
006830*----------------------------------------------------------
006840 5000-REWRITE-HISTORY.
007230
007240*----------------------------------------------------------
007250* 9500-WRITE-AUDIT-LOG - THE BACKOUT COMPLETION LINE, NAMING
007256* THE OPERATOR PARAMETER THAT AUTHORIZED IT.  A REFUSED
007262* OPERATOR IS LOGGED DENIED AND A HELD REQUEST PENDING.
007270*----------------------------------------------------------
007280 9500-WRITE-AUDIT-LOG.
007290     MOVE DL210-RUN-MM        TO DL210-AUD-MM
007420     END-STRING
007430     MOVE 1                   TO DL210-AUD-REC-CNT
007440     MOVE DL210-NEW-FREQUENCY TO DL210-AUD-END-FREQ
007450     MOVE DL210-AUD-RESULT    TO DL210-AUD-STATUS
007460     MOVE DL210-TGT-DEVICE    TO DL210-AUD-DEVICE
007470
007480     OPEN EXTEND AuditFile
