000252* 2026-09-03  DA  HISTORY LINES STAMPED REVERSED BY THE
000254*                 DAY1BKOT RUN BACKOUT ARE LEFT OUT OF THE
000256*                 MASTER TRACE - THEIR END WAS UNDONE.
000257* 2026-10-15  DA  WRITES A VERIFY AUDIT LINE AT THE END OF
000258*                 EVERY RUN (NORMAL, BREAKS OR OVFLOW) SO THE
000259*                 DAY1JOBS JOB-STREAM DRIVER CAN TEST THE
000260*                 STEP'S COMPLETION CODE.
000261* 2026-10-15  DA  HONORS THE SHARED-FILE RUN INTERLOCK
000262*                 (DAY1-LOCK.DAT) SO THE FILES ARE NOT READ
000263*                 HALF-REWRITTEN AND THE AUDIT LINE IS NOT
000264*                 APPENDED INSIDE ANOTHER PROGRAM'S REWRITE; A
000265*                 CONFLICTING START ENDS LOCKED AND A LEADING
000266*                 "FORCE" RUN PARAMETER BREAKS A STALE LOCK.
000267*----------------------------------------------------------
000270 ENVIRONMENT DIVISION.
000280 CONFIGURATION SECTION.
000290 SOURCE-COMPUTER.   IBM-370.
000750                ORGANIZATION IS LINE SEQUENTIAL
000760                FILE STATUS IS DL200-CONTROL-STATUS.
000770
000772     SELECT LockFile ASSIGN TO "day1-lock.dat"
000774                ORGANIZATION IS LINE SEQUENTIAL
000776                FILE STATUS IS DL200-LOCK-STATUS.
000778
000780 DATA DIVISION.
000790 FILE SECTION.
000800 FD  MasterFile.
001460 01  ControlCardRecord.
001470     88  EndOfControlCards  VALUE HIGH-VALUES.
001480     02  CC-CARD-AREA       PIC X(80).
001481
001482 FD  LockFile.
001483 01  LockRecord.
001484     02  LCK-PROGRAM-ID     PIC X(08).
001485     02  FILLER             PIC X(01).
001486     02  LCK-RUN-DATE       PIC 9(08).
001487     02  FILLER             PIC X(01).
001488     02  LCK-RUN-TIME       PIC 9(06).
001489     02  FILLER             PIC X(01).
001490     02  LCK-FILES-HELD     PIC X(40).
001491
001500 WORKING-STORAGE SECTION.
001510*----------------------------------------------------------
001520* SHARED FILE NAMES - THE SAME CONTROL CARDS DAY1 HONORS ARE
001790
001800 01  DL200-AUDIT-STATUS         PIC X(02) VALUE SPACES.
001810     88  DL200-AUDIT-STATUS-OK      VALUE "00".
001815     88  DL200-AUDIT-NOT-FOUND      VALUE "35".
001820
001830 01  DL200-ALERT-STATUS         PIC X(02) VALUE SPACES.
001840     88  DL200-ALERT-STATUS-OK      VALUE "00".
001845     88  DL200-ALERT-NOT-FOUND      VALUE "35".
001850
001860 01  DL200-DEVDIR-STATUS        PIC X(02) VALUE SPACES.
001870     88  DL200-DEVDIR-STATUS-OK     VALUE "00".
001940
001950 01  DL200-CONTROL-STATUS       PIC X(02) VALUE SPACES.
001960     88  DL200-CONTROL-STATUS-OK    VALUE "00".
001961
001962*----------------------------------------------------------
001963* SHARED-FILE RUN INTERLOCK - SEE DAY1.  A CONFLICTING START
001964* ENDS LOCKED; THE FORCE RUN PARAMETER BREAKS A STALE LOCK.
001965*----------------------------------------------------------
001966 01  DL200-LOCK-STATUS          PIC X(02) VALUE SPACES.
001967     88  DL200-LOCK-STATUS-OK       VALUE "00".
001968
001969 01  DL200-LOCK-CONTROL.
001970     02  DL200-LOCK-HELD-SW     PIC X(01) VALUE "N".
001971         88  DL200-LOCK-HELD        VALUE "Y".
001972     02  DL200-LOCK-CONFLICT-SW PIC X(01) VALUE "N".
001973         88  DL200-LOCK-CONFLICT    VALUE "Y".
001974     02  DL200-LOCK-FORCE-SW    PIC X(01) VALUE "N".
001975         88  DL200-LOCK-FORCE       VALUE "Y".
001976     02  DL200-LOCK-OWNER       PIC X(08) VALUE SPACES.
001977
001980 01  DL200-CARD-WORK.
001990     02  DL200-CARD-KEYWORD     PIC X(16).
002000     02  DL200-CARD-VALUE       PIC X(64).
002010
002012 01  DL200-PARM-AREA.
002014     02  DL200-PARM-STRING      PIC X(080).
002016     02  DL200-PARM-TOKEN       PIC X(080).
002018
002020 01  DL200-RUN-DATE-FIELDS.
002030     02  DL200-RUN-DATE         PIC 9(08) VALUE ZERO.
002040     02  DL200-RUN-DATE-X REDEFINES DL200-RUN-DATE.
002050         03  DL200-RUN-YYYY     PIC 9(04).
002060         03  DL200-RUN-MM       PIC 9(02).
002070         03  DL200-RUN-DD       PIC 9(02).
002071     02  DL200-RUN-TIME         PIC 9(08) VALUE ZERO.
002072     02  DL200-RUN-TIME-X REDEFINES DL200-RUN-TIME.
002073         03  DL200-RUN-HH       PIC 9(02).
002074         03  DL200-RUN-MIN      PIC 9(02).
002075         03  DL200-RUN-SEC      PIC 9(02).
002076         03  FILLER             PIC 9(02).
002080
002090*----------------------------------------------------------
002100* HISTORY LINE TABLE - DEVICE AND END VALUE OF EVERY LINE,
002990     02  DL200-AUDIT-CHECKED    PIC 9(05) COMP VALUE ZERO.
003000     02  DL200-FEEDS-CHECKED    PIC 9(05) COMP VALUE ZERO.
003010
003011*----------------------------------------------------------
003012* AUDIT LINE LAYOUT - SAME LAYOUT DAY1 WRITES; ONE VERIFY
003013* LINE PER RUN.
003014*----------------------------------------------------------
003015 01  DL200-AUDIT-LINE.
003016     05  DL200-AUL-MM       PIC 9(02).
003017     05  FILLER             PIC X(001) VALUE "/".
003018     05  DL200-AUL-DD       PIC 9(02).
003019     05  FILLER             PIC X(001) VALUE "/".
003020     05  DL200-AUL-YYYY     PIC 9(04).
003021     05  FILLER             PIC X(001) VALUE SPACES.
003022     05  DL200-AUL-HH       PIC 9(02).
003023     05  FILLER             PIC X(001) VALUE ":".
003024     05  DL200-AUL-MIN      PIC 9(02).
003025     05  FILLER             PIC X(001) VALUE ":".
003026     05  DL200-AUL-SEC      PIC 9(02).
003027     05  FILLER             PIC X(002) VALUE SPACES.
003028     05  DL200-AUL-MODE     PIC X(008).
003029     05  FILLER             PIC X(002) VALUE SPACES.
003030     05  DL200-AUL-FILE     PIC X(050).
003031     05  FILLER             PIC X(002) VALUE SPACES.
003032     05  DL200-AUL-REC-CNT  PIC ZZZ,ZZ9.
003033     05  FILLER             PIC X(002) VALUE SPACES.
003034     05  DL200-AUL-END-FREQ PIC -(8)9.
003035     05  FILLER             PIC X(002) VALUE SPACES.
003036     05  DL200-AUL-STATUS   PIC X(008).
003037     05  FILLER             PIC X(009) VALUE SPACES.
003038
003039*----------------------------------------------------------
003040* VERIFY REPORT LINE LAYOUTS - ONE LINE PER BREAK NAMING THE
003041* FILE, THE DEVICE, AND BOTH VALUES.
003050*----------------------------------------------------------
003060 01  DL200-RPT-TITLE.
003070     05  FILLER    PIC X(034)
003410 0000-MAINLINE-CONTROL.
003420     PERFORM 1000-INITIALIZE
003430         THRU 1000-INITIALIZE-EXIT.
003431
003432*    ANOTHER PROGRAM HOLDS THE SHARED FILES - THEY MAY BE
003433*    HALF-REWRITTEN, SO END LOCKED RATHER THAN VERIFY THEM.
003434     IF DL200-LOCK-CONFLICT
003435         MOVE "INTERLOCK HELD - RUN ENDED LOCKED"
003436             TO VerifyLine
003437         WRITE VerifyLine
003438         PERFORM 9550-WRITE-LOCKED-AUDIT
003439             THRU 9550-WRITE-LOCKED-AUDIT-EXIT
003440         PERFORM 9560-WRITE-LOCKED-ALERT
003441             THRU 9560-WRITE-LOCKED-ALERT-EXIT
003442         PERFORM 9000-TERMINATE
003443             THRU 9000-TERMINATE-EXIT
003444         STOP RUN
003445     END-IF.
003450     PERFORM 2000-LOAD-HISTORY
003460         THRU 2000-LOAD-HISTORY-EXIT.
003470
003660     PERFORM 8000-PRODUCE-VERDICT
003670         THRU 8000-PRODUCE-VERDICT-EXIT.
003680
003682     PERFORM 9500-WRITE-AUDIT-LOG
003684         THRU 9500-WRITE-AUDIT-LOG-EXIT.
003686
003690     PERFORM 9000-TERMINATE
003700         THRU 9000-TERMINATE-EXIT.
003710
003720     STOP RUN.
003730
003740*----------------------------------------------------------
003746* 1000-INITIALIZE - CAPTURE THE RUN DATE, OPEN THE REPORT
003752* AND CLAIM THE INTERLOCK.
003760*----------------------------------------------------------
003770 1000-INITIALIZE.
003780     PERFORM 1300-READ-CONTROL-CARDS
003810     OPEN OUTPUT VerifyReportFile
003820
003830     ACCEPT DL200-RUN-DATE FROM DATE YYYYMMDD
003831     ACCEPT DL200-RUN-TIME FROM TIME
003832
003833*    A "FORCE" RUN PARAMETER BREAKS A STALE INTERLOCK LEFT
003834*    BY AN ABEND.
003835     ACCEPT DL200-PARM-STRING FROM COMMAND-LINE
003836     IF DL200-PARM-STRING NOT = SPACES
003837         MOVE SPACES TO DL200-PARM-TOKEN
003838         UNSTRING DL200-PARM-STRING DELIMITED BY ALL SPACE
003839             INTO DL200-PARM-TOKEN
003840         END-UNSTRING
003841         IF DL200-PARM-TOKEN = "FORCE"
003842             SET DL200-LOCK-FORCE TO TRUE
003843         END-IF
003844     END-IF
003850     MOVE DL200-RUN-MM   TO DL200-RPT-MM
003860     MOVE DL200-RUN-DD   TO DL200-RPT-DD
003870     MOVE DL200-RUN-YYYY TO DL200-RPT-YYYY
003930     MOVE DL200-RPT-RUN-DATE TO VerifyLine
003940     WRITE VerifyLine
003950     MOVE SPACES             TO VerifyLine
003954     WRITE VerifyLine
003958
003962     PERFORM 1900-CLAIM-INTERLOCK
003966         THRU 1900-CLAIM-INTERLOCK-EXIT.
003970
003980 1000-INITIALIZE-EXIT.
003990     EXIT.
010340
010350 8000-PRODUCE-VERDICT-EXIT.
010360     EXIT.
010361
010362*----------------------------------------------------------
010363* 9500-WRITE-AUDIT-LOG - ONE VERIFY LINE PER RUN.  THE COUNT
010364* IS THE BREAKS FOUND; THE CODE IS BREAKS WHEN ANY CHECK
010365* FAILED AND OVFLOW WHEN A WORK TABLE FILLED.
010366*----------------------------------------------------------
010367 9500-WRITE-AUDIT-LOG.
010368     MOVE DL200-RUN-MM        TO DL200-AUL-MM
010369     MOVE DL200-RUN-DD        TO DL200-AUL-DD
010370     MOVE DL200-RUN-YYYY      TO DL200-AUL-YYYY
010371     MOVE DL200-RUN-HH        TO DL200-AUL-HH
010372     MOVE DL200-RUN-MIN       TO DL200-AUL-MIN
010373     MOVE DL200-RUN-SEC       TO DL200-AUL-SEC
010374     MOVE "VERIFY"            TO DL200-AUL-MODE
010375     MOVE DL200-MASTER-FILENAME TO DL200-AUL-FILE
010376     MOVE DL200-BREAK-COUNT   TO DL200-AUL-REC-CNT
010377     MOVE ZERO                TO DL200-AUL-END-FREQ
010378     EVALUATE TRUE
010379         WHEN DL200-HIST-OVERFLOW
010380         WHEN DL200-EXC-OVERFLOW
010381         WHEN DL200-ALT-OVERFLOW
010382             MOVE "OVFLOW"    TO DL200-AUL-STATUS
010383         WHEN DL200-BREAK-COUNT > ZERO
010384             MOVE "BREAKS"    TO DL200-AUL-STATUS
010385         WHEN OTHER
010386             MOVE "NORMAL"    TO DL200-AUL-STATUS
010387     END-EVALUATE
010388
010389     OPEN EXTEND AuditFile
010390     IF DL200-AUDIT-NOT-FOUND
010391         OPEN OUTPUT AuditFile
010392     END-IF
010393     MOVE DL200-AUDIT-LINE TO AuditRecord
010394     WRITE AuditRecord
010395     CLOSE AuditFile.
010396
010397 9500-WRITE-AUDIT-LOG-EXIT.
010398     EXIT.
010399
010400*----------------------------------------------------------
010401* 9000-TERMINATE - CLOSE FILES
010402*----------------------------------------------------------
010410 9000-TERMINATE.
010414     CLOSE VerifyReportFile
010418
010422     PERFORM 9700-RELEASE-INTERLOCK
010426         THRU 9700-RELEASE-INTERLOCK-EXIT.
010430
010440 9000-TERMINATE-EXIT.
010450     EXIT.
010460
010470*----------------------------------------------------------
010480* 1900-CLAIM-INTERLOCK - ONE LOCK RECORD GUARDS ALL THE
010490* SHARED LIVE FILES.  A CONFLICTING START ENDS LOCKED
010500* INSTEAD OF RACING; THE FORCE RUN PARAMETER BREAKS A STALE
010510* LOCK LEFT BY AN ABEND.
010520*----------------------------------------------------------
010530 1900-CLAIM-INTERLOCK.
010540     OPEN INPUT LockFile
010550     IF DL200-LOCK-STATUS-OK
010560         READ LockFile
010570           AT END
010580             CONTINUE
010590           NOT AT END
010600             IF LCK-PROGRAM-ID NOT = SPACES
010610                     AND NOT DL200-LOCK-FORCE
010620                 SET DL200-LOCK-CONFLICT TO TRUE
010630                 MOVE LCK-PROGRAM-ID TO DL200-LOCK-OWNER
010640             END-IF
010650         END-READ
010660         CLOSE LockFile
010670     END-IF
010680
010690     IF DL200-LOCK-CONFLICT
010700         GO TO 1900-CLAIM-INTERLOCK-EXIT
010710     END-IF
010720
010730     OPEN OUTPUT LockFile
010740     MOVE SPACES              TO LockRecord
010750     MOVE "DAY1VRFY"          TO LCK-PROGRAM-ID
010760     MOVE DL200-RUN-DATE      TO LCK-RUN-DATE
010770     MOVE DL200-RUN-TIME(1:6) TO LCK-RUN-TIME
010780     MOVE "AUDIT ALERT"       TO LCK-FILES-HELD
010790     WRITE LockRecord
010800     CLOSE LockFile
010810     SET DL200-LOCK-HELD TO TRUE.
010820
010830 1900-CLAIM-INTERLOCK-EXIT.
010840     EXIT.
010850
010860*----------------------------------------------------------
010870* 9550-WRITE-LOCKED-AUDIT - THE LOCKED COMPLETION LINE FOR A
010880* START THAT FOUND THE SHARED FILES HELD.
010890*----------------------------------------------------------
010900 9550-WRITE-LOCKED-AUDIT.
010910     MOVE DL200-RUN-MM        TO DL200-AUL-MM
010920     MOVE DL200-RUN-DD        TO DL200-AUL-DD
010930     MOVE DL200-RUN-YYYY      TO DL200-AUL-YYYY
010940     MOVE DL200-RUN-HH        TO DL200-AUL-HH
010950     MOVE DL200-RUN-MIN       TO DL200-AUL-MIN
010960     MOVE DL200-RUN-SEC       TO DL200-AUL-SEC
010970     MOVE "VERIFY"            TO DL200-AUL-MODE
010980     MOVE SPACES              TO DL200-AUL-FILE
010990     STRING "LOCKED BY "      DELIMITED BY SIZE
011000            DL200-LOCK-OWNER  DELIMITED BY SIZE
011010         INTO DL200-AUL-FILE
011020     END-STRING
011030     MOVE ZERO                TO DL200-AUL-REC-CNT
011040     MOVE ZERO                TO DL200-AUL-END-FREQ
011050     MOVE "LOCKED"            TO DL200-AUL-STATUS
011060
011070     OPEN EXTEND AuditFile
011080     IF DL200-AUDIT-NOT-FOUND
011090         OPEN OUTPUT AuditFile
011100     END-IF
011110     MOVE DL200-AUDIT-LINE TO AuditRecord
011120     WRITE AuditRecord
011130     CLOSE AuditFile.
011140
011150 9550-WRITE-LOCKED-AUDIT-EXIT.
011160     EXIT.
011170
011180*----------------------------------------------------------
011190* 9560-WRITE-LOCKED-ALERT - THE CONSOLE SEES EVERY LOCKED-OUT
011200* START; A RECURRING ONE MEANS THE WINDOW NO LONGER FITS.
011210*----------------------------------------------------------
011220 9560-WRITE-LOCKED-ALERT.
011230     MOVE DL200-RUN-DATE        TO ALT-RUN-DATE
011240     MOVE DL200-RUN-TIME(1:6)   TO ALT-RUN-TIME
011250     MOVE "CRITICAL"            TO ALT-SEVERITY
011260     MOVE "LOCKED"              TO ALT-COMPLETION
011270     MOVE DL200-MASTER-FILENAME TO ALT-INPUT-FILE
011280     MOVE SPACES                TO ALT-MESSAGE
011290     STRING "SHARED FILES LOCKED BY " DELIMITED BY SIZE
011300            DL200-LOCK-OWNER         DELIMITED BY SIZE
011310         INTO ALT-MESSAGE
011320     END-STRING
011330
011340     OPEN EXTEND AlertFile
011350     IF DL200-ALERT-NOT-FOUND
011360         OPEN OUTPUT AlertFile
011370     END-IF
011380     WRITE AlertRecord
011390     CLOSE AlertFile.
011400
011410 9560-WRITE-LOCKED-ALERT-EXIT.
011420     EXIT.
011430
011440*----------------------------------------------------------
011450* 9700-RELEASE-INTERLOCK - LEAVE THE LOCK FILE EMPTY SO THE
011460* NEXT PROGRAM CAN CLAIM IT.  ONLY THE HOLDER RELEASES.
011470*----------------------------------------------------------
011480 9700-RELEASE-INTERLOCK.
011490     IF DL200-LOCK-HELD
011500         OPEN OUTPUT LockFile
011510         CLOSE LockFile
011520     END-IF.
011530
011540 9700-RELEASE-INTERLOCK-EXIT.
011550     EXIT.
011560
