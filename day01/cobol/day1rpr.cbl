000260* 2026-08-22  DA  THE SHARED FILE NAMES (EXCEPT=, MASTER=,
000270*                 HISTORY=, AUDIT=) ARE NOW PICKED UP FROM
000280*                 THE SAME CONTROL-CARD FILE DAY1 READS, SO
000281*                 A RUN THAT MOVES THOSE FILES CANNOT SPLIT
000282*                 THE REPAIR QUEUE FROM THE FILES DAY1 USES.
000283* 2026-09-02  DA  MASTER RECORDS NOW CARRY THE STATUS BYTE
000284*                 MAINTAINED BY DAY1MNT.  THE REWRITE CARRIES
000285*                 IT THROUGH UNCHANGED, AND A CORRECTION
000286*                 AGAINST A SUSPENDED DEVICE IS REJECTED.
000287* 2026-09-02  DA  MASTERFILE IS NOW THE KEYED INDEXED FILE
000288*                 (RECORD KEY MST-DEVICE-ID).  EACH APPROVED
000289*                 ADJUSTMENT READS AND REWRITES THAT DEVICE'S
000290*                 RECORD IN PLACE, SO THE 200-DEVICE MASTER
000291*                 TABLE, ITS FULL-TABLE REJECTIONS, AND THE
000292*                 FULL-FILE REWRITE ARE GONE.
000293* 2026-09-03  DA  HONORS THE SHARED-FILE RUN INTERLOCK
000294*                 (DAY1-LOCK.DAT).  A CONFLICTING START ENDS
000295*                 WITH A LOCKED AUDIT LINE AND AN ALERT; A
000296*                 "FORCE" RUN PARAMETER BREAKS A STALE LOCK.
000297* 2026-10-15  DA  A CORRECTION VALUE OF "RELEASE" AGAINST A
000298*                 REASON 07 (STATISTICAL OUTLIER) EXCEPTION
000299*                 POSTS THE HELD CHANGE AS IT WAS READ; A
000300*                 SIGNED VALUE STILL POSTS IN ITS PLACE.
000301* 2026-10-15  DA  EACH ADJUSTMENT OR RELEASE POSTED TO THE
000302*                 MASTER IS APPENDED TO THE MASTER CHANGE
000303*                 JOURNAL (JOURNAL= CARD, DEFAULT
000304*                 DAY1-JOURNAL.DAT) WITH THE BEFORE AND AFTER
000305*                 IMAGES, KEYED TO THE EXCEPTION SEQUENCE.
000306* 2026-10-15  DA  EVERY CORRECTION NOW NAMES ITS OPERATOR IN
000307*                 COLUMNS 26-33.  THE OPERATOR AUTHORITY FILE
000308*                 (OPAUTH= CARD, DEFAULT DAY1-OPAUTH.DAT) MUST
000309*                 GRANT "ADJUST" (OR "RELEASE" FOR A RELEASE)
000310*                 OR THE CORRECTION IS REJECTED.  A CHANGE OF
000311*                 MORE THAN THE ADJLIMIT= CARD (DEFAULT 100)
000312*                 IS DUAL CONTROL: IT IS HELD IN THE PENDING
000313*                 FILE (PENDING= CARD, DEFAULT DAY1-PENDING.DAT)
000314*                 AND POSTS ONLY WHEN A DIFFERENT AUTHORIZED
000315*                 OPERATOR RESUBMITS IT IN A LATER RUN.  THE
000316*                 EXCEPTION STAYS QUEUED WHILE IT WAITS.
000317* 2026-10-15  DA  A MASTER WRITE OR REWRITE THAT FAILS NOW
000318*                 REJECTS THE CORRECTION AND LEAVES ITS
000319*                 EXCEPTION QUEUED; ONLY A SUCCESSFUL UPDATE
000320*                 IS JOURNALED, HISTORIED AND COUNTED APPLIED.
000324*----------------------------------------------------------
000327 ENVIRONMENT DIVISION.
000330 CONFIGURATION SECTION.
000684                ORGANIZATION IS LINE SEQUENTIAL
000686                FILE STATUS IS DL110-LOCK-STATUS.
000688
000689     SELECT JournalFile
000690                ASSIGN TO DYNAMIC DL110-JOURNAL-FILENAME
000691                ORGANIZATION IS LINE SEQUENTIAL
000692                FILE STATUS IS DL110-JOURNAL-STATUS.
000693
000694     SELECT OpAuthFile
000695                ASSIGN TO DYNAMIC DL110-OPAUTH-FILENAME
000696                ORGANIZATION IS LINE SEQUENTIAL
000697                FILE STATUS IS DL110-OPAUTH-STATUS.
000698
000699     SELECT PendingFile
000700                ASSIGN TO DYNAMIC DL110-PENDING-FILENAME
000701                ORGANIZATION IS LINE SEQUENTIAL
000702                FILE STATUS IS DL110-PENDING-STATUS.
000703
000704 DATA DIVISION.
000705 FILE SECTION.
000710 FD  ExceptionFile.
000720 01  ExceptionRecord.
000730     88  EndOfExceptionFile VALUE HIGH-VALUES.
000910     02  COR-DEVICE-ID      PIC X(08).
000920     02  FILLER             PIC X(01).
000930     02  COR-NEW-VALUE      PIC X(09).
000933     02  FILLER             PIC X(01).
000936     02  COR-OPERATOR       PIC X(08).
000940
000950 FD  MasterFile.
000960 01  MasterRecord.
001222     02  FILLER             PIC X(01).
001223     02  LCK-FILES-HELD     PIC X(40).
001225
001226*----------------------------------------------------------
001227* MASTER CHANGE JOURNAL - SAME LAYOUT DAY1 WRITES.
001228*----------------------------------------------------------
001229 FD  JournalFile.
001230 01  JournalRecord.
001231     02  JRN-DEVICE-ID      PIC X(08).
001232     02  JRN-PROGRAM        PIC X(08).
001233     02  JRN-DATE           PIC 9(08).
001234     02  JRN-TIME           PIC 9(06).
001235     02  JRN-RUN-ID         PIC X(40).
001236     02  JRN-ACTION         PIC X(08).
001237     02  JRN-BEFORE-SW      PIC X(01).
001238     02  JRN-BEFORE-IMAGE   PIC X(24).
001239     02  JRN-AFTER-SW       PIC X(01).
001240     02  JRN-AFTER-IMAGE    PIC X(24).
001241
001242*----------------------------------------------------------
001243* OPERATOR AUTHORITY FILE - ONE CARD PER OPERATOR AND ACTION
001244* THAT OPERATOR MAY TAKE.  AN ACTION OF "ALL" GRANTS EVERY
001245* ACTION.  BLANK CARDS AND CARDS STARTING "*" ARE COMMENTS.
001246*----------------------------------------------------------
001247 FD  OpAuthFile.
001248 01  OpAuthRecord.
001249     88  EndOfOpAuthFile    VALUE HIGH-VALUES.
001250     02  AUT-OPERATOR       PIC X(08).
001251     02  FILLER             PIC X(01).
001252     02  AUT-ACTION         PIC X(10).
001253     02  FILLER             PIC X(01).
001254     02  AUT-NAME           PIC X(30).
001255
001256*----------------------------------------------------------
001257* PENDING APPROVAL FILE - SHARED BY EVERY PROGRAM THAT TAKES A
001258* DUAL-CONTROL ACTION.  "P" RECORDS A REQUEST; "A" RECORDS
001259* THE SECOND OPERATOR'S APPROVAL, WHICH CLOSES IT.
001260*----------------------------------------------------------
001261 FD  PendingFile.
001262 01  PendingRecord.
001263     88  EndOfPendingFile   VALUE HIGH-VALUES.
001264     02  PND-TYPE           PIC X(01).
001265     02  FILLER             PIC X(01).
001266     02  PND-PROGRAM        PIC X(08).
001267     02  FILLER             PIC X(01).
001268     02  PND-KEY.
001269         03  PND-ACTION     PIC X(10).
001270         03  FILLER         PIC X(01).
001271         03  PND-DEVICE     PIC X(08).
001272         03  FILLER         PIC X(01).
001273         03  PND-OPERAND    PIC X(20).
001274     02  FILLER             PIC X(01).
001275     02  PND-OPERATOR       PIC X(08).
001276     02  FILLER             PIC X(01).
001277     02  PND-DATE           PIC 9(08).
001278     02  FILLER             PIC X(01).
001279     02  PND-TIME           PIC 9(06).
001280
001281 WORKING-STORAGE SECTION.
001282*----------------------------------------------------------
001283* FILE STATUS SWITCHES
001284*----------------------------------------------------------
001285*----------------------------------------------------------
001286* SHARED FILE NAMES - THE SAME CONTROL CARDS DAY1 HONORS
001287* (EXCEPT=, MASTER=, HISTORY=, AUDIT=) ARE READ HERE TOO, SO
001290* A RUN THAT MOVES THE SHARED FILES CANNOT SPLIT THE REPAIR
001300* QUEUE OR THE MASTER AWAY FROM THE FILES DAY1 IS WRITING.
001310*----------------------------------------------------------
001370     02  DL110-HISTORY-FILENAME PIC X(080)
001380                                VALUE "day1-history.txt".
001390     02  DL110-AUDIT-FILENAME   PIC X(080)
001391                                VALUE "day1-audit.txt".
001392     02  DL110-ALERT-FILENAME   PIC X(080)
001393                                VALUE "day1-alert.dat".
001394     02  DL110-JOURNAL-FILENAME PIC X(080)
001395                                VALUE "day1-journal.dat".
001396     02  DL110-OPAUTH-FILENAME  PIC X(080)
001397                                VALUE "day1-opauth.dat".
001398     02  DL110-PENDING-FILENAME PIC X(080)
001399                                VALUE "day1-pending.dat".
001406
001407 01  DL110-ALERT-STATUS         PIC X(02) VALUE SPACES.
001408     88  DL110-ALERT-STATUS-OK      VALUE "00".
001600 01  DL110-HISTORY-STATUS       PIC X(02) VALUE SPACES.
001610     88  DL110-HISTORY-STATUS-OK    VALUE "00".
001620     88  DL110-HISTORY-NOT-FOUND    VALUE "35".
001621
001622 01  DL110-AUDIT-STATUS         PIC X(02) VALUE SPACES.
001623     88  DL110-AUDIT-STATUS-OK      VALUE "00".
001624     88  DL110-AUDIT-NOT-FOUND      VALUE "35".
001625
001626 01  DL110-JOURNAL-STATUS       PIC X(02) VALUE SPACES.
001627     88  DL110-JOURNAL-STATUS-OK    VALUE "00".
001628     88  DL110-JOURNAL-NOT-FOUND    VALUE "35".
001629
001630 01  DL110-JOURNAL-WORK.
001631     02  DL110-JRN-BEFORE-SW    PIC X(01) VALUE "N".
001632     02  DL110-JRN-BEFORE       PIC X(24) VALUE SPACES.
001633     02  DL110-JRN-CLOCK        PIC 9(08) VALUE ZERO.
001634     02  DL110-JRN-RUN-ID.
001635         03  FILLER             PIC X(07) VALUE "EXCEPT ".
001636         03  DL110-JRN-SEQ      PIC X(05) VALUE SPACES.
001637         03  FILLER             PIC X(04) VALUE " BY ".
001638         03  DL110-JRN-OPERATOR PIC X(08) VALUE SPACES.
001639
001640*----------------------------------------------------------
001641* OPERATOR AUTHORITY TABLE - LOADED FROM THE AUTHORITY FILE
001642* AT START-UP.  AN OPERATOR NOT IN THE FILE IS UNKNOWN; ONE
001643* IN THE FILE WITHOUT THE ACTION (OR "ALL") IS DENIED.  NO
001644* FILE MEANS NOBODY IS AUTHORIZED.
001645*----------------------------------------------------------
001646 01  DL110-OPAUTH-STATUS        PIC X(02) VALUE SPACES.
001647     88  DL110-OPAUTH-STATUS-OK     VALUE "00".
001648
001649 01  DL110-AUTH-CONTROL.
001650     02  DL110-AUT-COUNT        PIC 9(05) COMP VALUE ZERO.
001651     02  DL110-AUT-SUB          PIC 9(05) COMP VALUE ZERO.
001652     02  DL110-AUT-LOADED-SW    PIC X(01) VALUE "N".
001653         88  DL110-AUT-LOADED       VALUE "Y".
001654     02  DL110-AUT-OVFL-SW      PIC X(01) VALUE "N".
001655         88  DL110-AUT-OVERFLOW     VALUE "Y".
001656     02  DL110-AUT-OPERATOR     PIC X(08) VALUE SPACES.
001657     02  DL110-AUT-ACTION       PIC X(10) VALUE SPACES.
001658     02  DL110-AUT-RESULT-SW    PIC X(01) VALUE "U".
001659         88  DL110-AUT-UNKNOWN      VALUE "U".
001660         88  DL110-AUT-DENIED       VALUE "D".
001661         88  DL110-AUT-GRANTED      VALUE "G".
001662
001663 01  DL110-AUTH-TABLE.
001664     02  DL110-AUT-ENTRY OCCURS 500 TIMES.
001665         03  DL110-AUT-TBL-OPERATOR PIC X(08).
001666         03  DL110-AUT-TBL-ACTION   PIC X(10).
001667
001668*----------------------------------------------------------
001669* SECOND-OPERATOR APPROVAL - THIS PROGRAM'S OPEN REQUESTS ARE
001670* TABLED FROM THE PENDING FILE AT START-UP.  AN APPROVAL
001671* CLOSES ITS REQUEST AND FREES THE SLOT FOR REUSE.  THE KEY
001672* IS LAID OUT EXACTLY AS PND-KEY.
001673*----------------------------------------------------------
001674 01  DL110-PENDING-STATUS       PIC X(02) VALUE SPACES.
001675     88  DL110-PENDING-STATUS-OK    VALUE "00".
001676     88  DL110-PENDING-NOT-FOUND    VALUE "35".
001677
001678 01  DL110-PEND-CONTROL.
001679     02  DL110-PND-COUNT        PIC 9(05) COMP VALUE ZERO.
001680     02  DL110-PND-SUB          PIC 9(05) COMP VALUE ZERO.
001681     02  DL110-PND-SLOT         PIC 9(05) COMP VALUE ZERO.
001682     02  DL110-PND-OVFL-SW      PIC X(01) VALUE "N".
001683         88  DL110-PND-OVERFLOW     VALUE "Y".
001684     02  DL110-PND-FOUND-SW     PIC X(01) VALUE "N".
001685         88  DL110-PND-FOUND        VALUE "Y".
001686         88  DL110-PND-NOT-FOUND    VALUE "N".
001687     02  DL110-PND-RESULT-SW    PIC X(01) VALUE SPACE.
001688         88  DL110-PND-APPROVED     VALUE "A".
001689         88  DL110-PND-REQUESTED    VALUE "R".
001690         88  DL110-PND-SAME-OPER    VALUE "O".
001691         88  DL110-PND-SAME-RUN     VALUE "S".
001692         88  DL110-PND-TABLE-FULL   VALUE "F".
001693     02  DL110-PND-WRITE-TYPE   PIC X(01) VALUE SPACE.
001694     02  DL110-PND-KEY.
001695         03  DL110-PND-ACTION   PIC X(10) VALUE SPACES.
001696         03  FILLER             PIC X(01) VALUE SPACE.
001697         03  DL110-PND-DEVICE   PIC X(08) VALUE SPACES.
001698         03  FILLER             PIC X(01) VALUE SPACE.
001699         03  DL110-PND-OPERAND  PIC X(20) VALUE SPACES.
001700     02  DL110-PND-OPERATOR     PIC X(08) VALUE SPACES.
001701
001702 01  DL110-PEND-TABLE.
001703     02  DL110-PND-ENTRY OCCURS 500 TIMES.
001704         03  DL110-PND-TBL-KEY      PIC X(40).
001705         03  DL110-PND-TBL-OPERATOR PIC X(08).
001706         03  DL110-PND-TBL-DATE     PIC 9(08).
001707         03  DL110-PND-TBL-TIME     PIC 9(06).
001708         03  DL110-PND-TBL-OPEN-SW  PIC X(01).
001709
001710*----------------------------------------------------------
001711* DUAL-CONTROL LIMIT - A CORRECTION THAT MOVES THE MASTER BY
001712* MORE THAN THIS MANY UNITS EITHER WAY NEEDS A SECOND
001713* OPERATOR.  THE ADJLIMIT= CARD OVERRIDES IT.
001714*----------------------------------------------------------
001715 01  DL110-ADJ-LIMIT-CONTROL.
001716     02  DL110-ADJ-LIMIT        PIC 9(06) VALUE 100.
001717     02  DL110-ADJ-DIGITS       PIC 9(02) COMP VALUE ZERO.
001718     02  DL110-ADJ-FIELD        PIC X(64) VALUE SPACES.
001719     02  DL110-ADJ-SIZE         PIC 9(06) VALUE ZERO.
001720
001721 01  DL110-RUN-DATE-FIELDS.
001722     02  DL110-RUN-DATE         PIC 9(08) VALUE ZERO.
001723     02  DL110-RUN-DATE-X REDEFINES DL110-RUN-DATE.
001724         03  DL110-RUN-YYYY     PIC 9(04).
001725         03  DL110-RUN-MM       PIC 9(02).
001730         03  DL110-RUN-DD       PIC 9(02).
001740     02  DL110-RUN-TIME         PIC 9(08) VALUE ZERO.
001750     02  DL110-RUN-TIME-X REDEFINES DL110-RUN-TIME.
002250         03  DL110-EXC-SEQ      PIC 9(05).
002260         03  DL110-EXC-DEVICE   PIC X(08).
002270         03  DL110-EXC-RAW      PIC X(09).
002275         03  DL110-EXC-REASON   PIC X(02).
002280         03  DL110-EXC-REPAIRED PIC X(01).
002290*            "N" = OPEN, "Y" = REPAIRED THIS RUN,
002300*            "O" = OLD-LAYOUT LINE CARRIED BUT NOT MATCHABLE
002390     02  DL110-CORR-VALUE-AREA  PIC X(09).
002400     02  DL110-CORR-CHANGE REDEFINES DL110-CORR-VALUE-AREA
002410                            PIC S9(6) SIGN LEADING SEPARATE.
002411*    "RELEASE" POSTS A HELD OUTLIER'S OWN CHANGE.  A "DT"
002412*    DETAIL RECORD CARRIES ITS SIGNED CHANGE FROM COLUMN 3.
002413     02  DL110-RELEASE-SW       PIC X(01) VALUE "N".
002414         88  DL110-RELEASE-REQUESTED VALUE "Y".
002415         88  DL110-RELEASE-NOT-REQUESTED VALUE "N".
002420
002430 01  DL110-VALIDATION-SWITCHES.
002440     02  DL110-CHANGE-VALID-SW  PIC X(01) VALUE "Y".
002530     02  DL110-CORR-READ-COUNT  PIC 9(07) COMP VALUE ZERO.
002540     02  DL110-APPLIED-COUNT    PIC 9(07) COMP VALUE ZERO.
002550     02  DL110-REJECTED-COUNT   PIC 9(07) COMP VALUE ZERO.
002555     02  DL110-PENDING-COUNT    PIC 9(07) COMP VALUE ZERO.
002560     02  DL110-NET-ADJUSTMENT   PIC S9(8) VALUE ZERO.
002570     02  DL110-OLD-FREQUENCY    PIC S9(6) VALUE ZERO.
002580     02  DL110-NEW-FREQUENCY    PIC S9(6) VALUE ZERO.
003700     05  DL110-RPT-REJ-CNT  PIC ZZZ,ZZ9.
003710     05  FILLER             PIC X(057) VALUE SPACES.
003720
003721 01  DL110-RPT-PENDING.
003722     05  FILLER             PIC X(016) VALUE "PENDING......: ".
003723     05  DL110-RPT-PEND-CNT PIC ZZZ,ZZ9.
003724     05  FILLER             PIC X(057) VALUE SPACES.
003725
003730 01  DL110-RPT-NET-ADJUST.
003740     05  FILLER             PIC X(016) VALUE "NET ADJUST...: ".
003750     05  DL110-RPT-NET-VAL  PIC -(8)9.
004300     PERFORM 1200-LOAD-EXCEPTIONS
004310         THRU 1200-LOAD-EXCEPTIONS-EXIT
004320
004321     PERFORM 1600-LOAD-AUTHORITY
004322         THRU 1600-LOAD-AUTHORITY-EXIT
004323     PERFORM 1700-LOAD-PENDING
004324         THRU 1700-LOAD-PENDING-EXIT
004325
004330     MOVE DL110-RUN-MM   TO DL110-RPT-MM
004340     MOVE DL110-RUN-DD   TO DL110-RPT-DD
004350     MOVE DL110-RUN-YYYY TO DL110-RPT-YYYY
004950             MOVE DL110-CARD-VALUE TO DL110-AUDIT-FILENAME
004952         WHEN "ALERT"
004954             MOVE DL110-CARD-VALUE TO DL110-ALERT-FILENAME
004955         WHEN "JOURNAL"
004956             MOVE DL110-CARD-VALUE TO DL110-JOURNAL-FILENAME
004957         WHEN "OPAUTH"
004958             MOVE DL110-CARD-VALUE TO DL110-OPAUTH-FILENAME
004959         WHEN "PENDING"
004960             MOVE DL110-CARD-VALUE TO DL110-PENDING-FILENAME
004961         WHEN "ADJLIMIT"
004962             MOVE DL110-CARD-VALUE TO DL110-ADJ-FIELD
004963             PERFORM 1400-EDIT-ADJ-LIMIT
004964                 THRU 1400-EDIT-ADJ-LIMIT-EXIT
004965         WHEN OTHER
004970             CONTINUE
004980     END-EVALUATE.
004990
006020         MOVE EXC-SEQ    TO DL110-EXC-SEQ(DL110-EXC-COUNT)
006030         MOVE EXC-DEVICE TO DL110-EXC-DEVICE(DL110-EXC-COUNT)
006040         MOVE EXC-RAW    TO DL110-EXC-RAW(DL110-EXC-COUNT)
006045         MOVE EXC-REASON TO DL110-EXC-REASON(DL110-EXC-COUNT)
006050         MOVE "N"
006060             TO DL110-EXC-REPAIRED(DL110-EXC-COUNT)
006070     ELSE
006080         MOVE ZERO   TO DL110-EXC-SEQ(DL110-EXC-COUNT)
006090         MOVE SPACES TO DL110-EXC-DEVICE(DL110-EXC-COUNT)
006100         MOVE SPACES TO DL110-EXC-RAW(DL110-EXC-COUNT)
006105         MOVE SPACES TO DL110-EXC-REASON(DL110-EXC-COUNT)
006110         MOVE "O"
006120             TO DL110-EXC-REPAIRED(DL110-EXC-COUNT)
006130     END-IF
006150
006160 1210-LOAD-ONE-EXCEPTION-EXIT.
006170     EXIT.
006171
006172*----------------------------------------------------------
006173* 1400-EDIT-ADJ-LIMIT - A LIMIT IS 1 TO 6 DIGITS OF UNITS,
006174* LEFT-JUSTIFIED.  ANYTHING ELSE LEAVES THE LIMIT AS IT WAS.
006175*----------------------------------------------------------
006176 1400-EDIT-ADJ-LIMIT.
006177     MOVE ZERO TO DL110-ADJ-DIGITS
006178     INSPECT DL110-ADJ-FIELD TALLYING DL110-ADJ-DIGITS
006179         FOR CHARACTERS BEFORE INITIAL SPACE
006180     IF DL110-ADJ-DIGITS < 1 OR DL110-ADJ-DIGITS > 6
006181         GO TO 1400-EDIT-ADJ-LIMIT-EXIT
006182     END-IF
006183     IF DL110-ADJ-FIELD(1:DL110-ADJ-DIGITS) NOT NUMERIC
006184         GO TO 1400-EDIT-ADJ-LIMIT-EXIT
006185     END-IF
006186
006187     MOVE DL110-ADJ-FIELD(1:DL110-ADJ-DIGITS)
006188         TO DL110-ADJ-LIMIT.
006189
006190 1400-EDIT-ADJ-LIMIT-EXIT.
006191     EXIT.
006192
006193*----------------------------------------------------------
006194* 1600-LOAD-AUTHORITY - TABLE THE OPERATOR AUTHORITY FILE.
006195* CARDS BEYOND THE TABLE ARE IGNORED, SO THEIR OPERATORS ARE
006196* REJECTED RATHER THAN WAVED THROUGH.
006197*----------------------------------------------------------
006198 1600-LOAD-AUTHORITY.
006199     OPEN INPUT OpAuthFile
006200     IF NOT DL110-OPAUTH-STATUS-OK
006201         GO TO 1600-LOAD-AUTHORITY-EXIT
006202     END-IF
006203     SET DL110-AUT-LOADED TO TRUE
006204
006205     READ OpAuthFile
006206       AT END SET EndOfOpAuthFile TO TRUE
006207     END-READ
006208
006209     PERFORM 1610-LOAD-ONE-AUTHORITY
006210         THRU 1610-LOAD-ONE-AUTHORITY-EXIT
006211         UNTIL EndOfOpAuthFile
006212
006213     CLOSE OpAuthFile.
006214
006215 1600-LOAD-AUTHORITY-EXIT.
006216     EXIT.
006217
006218 1610-LOAD-ONE-AUTHORITY.
006219     IF OpAuthRecord = SPACES
006220             OR AUT-OPERATOR(1:1) = "*"
006221             OR AUT-OPERATOR = SPACES
006222             OR AUT-ACTION = SPACES
006223         GO TO 1610-READ-NEXT
006224     END-IF
006225
006226     IF DL110-AUT-COUNT >= 500
006227         SET DL110-AUT-OVERFLOW TO TRUE
006228         GO TO 1610-READ-NEXT
006229     END-IF
006230
006231     ADD 1 TO DL110-AUT-COUNT
006232     MOVE AUT-OPERATOR TO DL110-AUT-TBL-OPERATOR(DL110-AUT-COUNT)
006233     MOVE AUT-ACTION   TO DL110-AUT-TBL-ACTION(DL110-AUT-COUNT).
006234
006235 1610-READ-NEXT.
006236     READ OpAuthFile
006237       AT END SET EndOfOpAuthFile TO TRUE
006238     END-READ.
006239
006240 1610-LOAD-ONE-AUTHORITY-EXIT.
006241     EXIT.
006242
006243*----------------------------------------------------------
006244* 1700-LOAD-PENDING - TABLE THIS PROGRAM'S STILL-OPEN APPROVAL
006245* REQUESTS.  A "P" RECORD OPENS A REQUEST; AN "A" RECORD
006246* CLOSES THE OPEN REQUEST WITH THE SAME KEY.  NO FILE MEANS
006247* NOTHING IS PENDING.
006248*----------------------------------------------------------
006249 1700-LOAD-PENDING.
006250     OPEN INPUT PendingFile
006251     IF NOT DL110-PENDING-STATUS-OK
006252         GO TO 1700-LOAD-PENDING-EXIT
006253     END-IF
006254
006255     READ PendingFile
006256       AT END SET EndOfPendingFile TO TRUE
006257     END-READ
006258
006259     PERFORM 1710-LOAD-ONE-PENDING
006260         THRU 1710-LOAD-ONE-PENDING-EXIT
006261         UNTIL EndOfPendingFile
006262
006263     CLOSE PendingFile.
006264
006265 1700-LOAD-PENDING-EXIT.
006266     EXIT.
006267
006268 1710-LOAD-ONE-PENDING.
006269     IF PND-PROGRAM NOT = "DAY1RPR"
006270         GO TO 1710-READ-NEXT
006271     END-IF
006272
006273     MOVE PND-KEY TO DL110-PND-KEY
006274     PERFORM 2810-FIND-PENDING
006275         THRU 2810-FIND-PENDING-EXIT
006276
006277     IF PND-TYPE = "A"
006278         IF DL110-PND-FOUND
006279             MOVE "N" TO DL110-PND-TBL-OPEN-SW(DL110-PND-SUB)
006280         END-IF
006281         GO TO 1710-READ-NEXT
006282     END-IF
006283
006284*    A REPEATED REQUEST KEEPS THE FIRST ONE'S OPERATOR AND RUN.
006285     IF PND-TYPE NOT = "P" OR DL110-PND-FOUND
006286         GO TO 1710-READ-NEXT
006287     END-IF
006288
006289     PERFORM 1720-TAKE-FREE-SLOT
006290         THRU 1720-TAKE-FREE-SLOT-EXIT
006291     IF DL110-PND-SLOT = ZERO
006292         GO TO 1710-READ-NEXT
006293     END-IF
006294
006295     MOVE PND-KEY      TO DL110-PND-TBL-KEY(DL110-PND-SLOT)
006296     MOVE PND-OPERATOR TO DL110-PND-TBL-OPERATOR(DL110-PND-SLOT)
006297     MOVE PND-DATE     TO DL110-PND-TBL-DATE(DL110-PND-SLOT)
006298     MOVE PND-TIME     TO DL110-PND-TBL-TIME(DL110-PND-SLOT)
006299     MOVE "Y"          TO DL110-PND-TBL-OPEN-SW(DL110-PND-SLOT).
006300
006301 1710-READ-NEXT.
006302     READ PendingFile
006303       AT END SET EndOfPendingFile TO TRUE
006304     END-READ.
006305
006306 1710-LOAD-ONE-PENDING-EXIT.
006307     EXIT.
006308
006309*----------------------------------------------------------
006310* 1720-TAKE-FREE-SLOT - THE FIRST CLOSED SLOT, ELSE A NEW ONE
006311* AT THE END OF THE TABLE.  A FULL TABLE LEAVES THE SLOT ZERO
006312* AND SETS THE OVERFLOW SWITCH.
006313*----------------------------------------------------------
006314 1720-TAKE-FREE-SLOT.
006315     MOVE ZERO TO DL110-PND-SLOT
006316     MOVE ZERO TO DL110-PND-SUB
006317
006318     PERFORM 1730-CHECK-ONE-SLOT
006319         THRU 1730-CHECK-ONE-SLOT-EXIT
006320         UNTIL DL110-PND-SLOT > ZERO
006321            OR DL110-PND-SUB >= DL110-PND-COUNT
006322
006323     IF DL110-PND-SLOT = ZERO
006324         IF DL110-PND-COUNT >= 500
006325             SET DL110-PND-OVERFLOW TO TRUE
006326         ELSE
006327             ADD 1 TO DL110-PND-COUNT
006328             MOVE DL110-PND-COUNT TO DL110-PND-SLOT
006329         END-IF
006330     END-IF.
006331
006332 1720-TAKE-FREE-SLOT-EXIT.
006333     EXIT.
006334
006335 1730-CHECK-ONE-SLOT.
006336     ADD 1 TO DL110-PND-SUB
006337     IF DL110-PND-TBL-OPEN-SW(DL110-PND-SUB) = "N"
006338         MOVE DL110-PND-SUB TO DL110-PND-SLOT
006339     END-IF.
006340
006341 1730-CHECK-ONE-SLOT-EXIT.
006342     EXIT.
006343
006344*----------------------------------------------------------
006345* 2000-PROCESS-CORRECTIONS - READ THE CORRECTION FILE AND
006346* REPAIR EACH KEYED EXCEPTION IT NAMES.
006347*----------------------------------------------------------
006348 2000-PROCESS-CORRECTIONS.
006349     OPEN INPUT CorrectionFile
006350     IF NOT DL110-CORRECT-STATUS-OK
006351         GO TO 2000-PROCESS-CORRECTIONS-EXIT
006352     END-IF
006353
006354     READ CorrectionFile
006355       AT END SET EndOfCorrectionFile TO TRUE
006356     END-READ
006357
006358     PERFORM 2100-REPAIR-ONE-CORRECTION
006359         THRU 2100-REPAIR-ONE-CORRECTION-EXIT
006360         UNTIL EndOfCorrectionFile
006361
006370     CLOSE CorrectionFile.
006380
006390 2000-PROCESS-CORRECTIONS-EXIT.
006400     EXIT.
006410
006411*----------------------------------------------------------
006412* 2050-CHECK-AUTHORITY - MAY DL110-AUT-OPERATOR TAKE
006413* DL110-AUT-ACTION?  UNKNOWN (NOT IN THE AUTHORITY FILE),
006414* DENIED (IN THE FILE, BUT NOT FOR THIS ACTION), OR GRANTED.
006415* A BLANK OPERATOR IS UNKNOWN.
006416*----------------------------------------------------------
006417 2050-CHECK-AUTHORITY.
006418     SET DL110-AUT-UNKNOWN TO TRUE
006419     MOVE ZERO TO DL110-AUT-SUB
006420     IF DL110-AUT-OPERATOR = SPACES
006421         GO TO 2050-CHECK-AUTHORITY-EXIT
006422     END-IF
006423
006424     PERFORM 2060-MATCH-ONE-AUTHORITY
006425         THRU 2060-MATCH-ONE-AUTHORITY-EXIT
006426         UNTIL DL110-AUT-GRANTED
006427            OR DL110-AUT-SUB >= DL110-AUT-COUNT.
006428
006429 2050-CHECK-AUTHORITY-EXIT.
006430     EXIT.
006431
006432 2060-MATCH-ONE-AUTHORITY.
006433     ADD 1 TO DL110-AUT-SUB
006434     IF DL110-AUT-TBL-OPERATOR(DL110-AUT-SUB)
006435             NOT = DL110-AUT-OPERATOR
006436         GO TO 2060-MATCH-ONE-AUTHORITY-EXIT
006437     END-IF
006438
006439     IF DL110-AUT-TBL-ACTION(DL110-AUT-SUB) = DL110-AUT-ACTION
006440             OR DL110-AUT-TBL-ACTION(DL110-AUT-SUB) = "ALL"
006441         SET DL110-AUT-GRANTED TO TRUE
006442     ELSE
006443         SET DL110-AUT-DENIED TO TRUE
006444     END-IF.
006445
006446 2060-MATCH-ONE-AUTHORITY-EXIT.
006447     EXIT.
006448
006449*----------------------------------------------------------
006450* 2100-REPAIR-ONE-CORRECTION - MATCH THE CORRECTION TO ITS
006451* EXCEPTION, RE-EDIT THE CORRECTED VALUE WITH THE SAME RULES
006452* DAY1 USES, AND APPLY THE APPROVED ADJUSTMENT TO THE KEYED
006460* MASTER.  ANY FAILURE REJECTS THE CORRECTION WITH AN ACTION
006466* MESSAGE ON THE ADJUSTMENT REPORT.  THE OPERATOR MUST BE
006472* AUTHORIZED TO ADJUST (OR RELEASE) BEFORE ANYTHING ELSE.
006480*----------------------------------------------------------
006490 2100-REPAIR-ONE-CORRECTION.
006500     ADD 1 TO DL110-CORR-READ-COUNT
006640         ADD 1 TO DL110-REJECTED-COUNT
006650         GO TO 2100-WRITE-DETAIL
006660     END-IF
006663
006666     MOVE COR-OPERATOR TO DL110-AUT-OPERATOR
006669     IF COR-NEW-VALUE = "RELEASE"
006672         MOVE "RELEASE" TO DL110-AUT-ACTION
006675     ELSE
006678         MOVE "ADJUST"  TO DL110-AUT-ACTION
006681     END-IF
006684     PERFORM 2050-CHECK-AUTHORITY
006687         THRU 2050-CHECK-AUTHORITY-EXIT
006690     IF NOT DL110-AUT-GRANTED
006693         MOVE ZERO TO DL110-RPT-SEQ
006696         IF DL110-AUT-UNKNOWN
006699             MOVE "REJECTED - UNKNOWN OPERATOR"
006702                 TO DL110-RPT-ACTION
006705         ELSE
006708             MOVE "REJECTED - UNAUTHORIZED OPERATOR"
006711                 TO DL110-RPT-ACTION
006714         END-IF
006717         ADD 1 TO DL110-REJECTED-COUNT
006720         GO TO 2100-WRITE-DETAIL
006723     END-IF
006726
006750     IF COR-EXCEPT-SEQ NOT NUMERIC
006760         MOVE ZERO TO DL110-RPT-SEQ
006770         MOVE "REJECTED - BAD SEQUENCE KEY" TO DL110-RPT-ACTION
007030         GO TO 2100-WRITE-DETAIL
007040     END-IF
007050
007051     SET DL110-RELEASE-NOT-REQUESTED TO TRUE
007052     IF COR-NEW-VALUE = "RELEASE"
007053         IF DL110-EXC-REASON(DL110-EXC-SUB) NOT = "07"
007054             MOVE "REJECTED - NOT A HELD OUTLIER"
007055                 TO DL110-RPT-ACTION
007056             ADD 1 TO DL110-REJECTED-COUNT
007057             GO TO 2100-WRITE-DETAIL
007058         END-IF
007059         SET DL110-RELEASE-REQUESTED TO TRUE
007060         IF DL110-EXC-RAW(DL110-EXC-SUB)(1:2) = "DT"
007061             MOVE DL110-EXC-RAW(DL110-EXC-SUB)(3:7)
007062                 TO DL110-CORR-VALUE-AREA
007063         ELSE
007064             MOVE DL110-EXC-RAW(DL110-EXC-SUB)
007065                 TO DL110-CORR-VALUE-AREA
007066         END-IF
007067     ELSE
007068         MOVE COR-NEW-VALUE TO DL110-CORR-VALUE-AREA
007069     END-IF
007070     PERFORM 2150-VALIDATE-CORRECTION
007080         THRU 2150-VALIDATE-CORRECTION-EXIT
007090
007940* 2200-APPLY-ADJUSTMENT - POST THE APPROVED NET ADJUSTMENT TO
007950* THE DEVICE'S KEYED MASTER RECORD AND RECORD IT ON THE
007960* REPORT AND IN THE CALIBRATION HISTORY.  A DEVICE THAT HAS
007963* NEVER RUN GETS A NEW RECORD OPENED AT THE ADJUSTMENT.  THE
007966* CHANGE IS JOURNALED WITH THE MASTER'S BEFORE AND AFTER IMAGES.
007969* A CHANGE OVER THE DUAL-CONTROL LIMIT WAITS FOR A SECOND
007972* OPERATOR AND LEAVES ITS EXCEPTION IN THE QUEUE.
007975*----------------------------------------------------------
007980 2200-APPLY-ADJUSTMENT.
007990     IF NOT DL110-MST-OPEN
008200         ADD 1 TO DL110-REJECTED-COUNT
008210         GO TO 2200-APPLY-ADJUSTMENT-EXIT
008220     END-IF
008221
008222     MOVE SPACE TO DL110-PND-RESULT-SW
008223     MOVE DL110-CORR-CHANGE TO DL110-ADJ-SIZE
008224     IF DL110-ADJ-SIZE > DL110-ADJ-LIMIT
008225         PERFORM 2800-CHECK-APPROVAL
008226             THRU 2800-CHECK-APPROVAL-EXIT
008227         IF NOT DL110-PND-APPROVED
008228             GO TO 2200-APPLY-ADJUSTMENT-EXIT
008229         END-IF
008230     END-IF
008231
008240     IF DL110-MST-FOUND
008243         MOVE "Y"           TO DL110-JRN-BEFORE-SW
008246         MOVE MasterRecord  TO DL110-JRN-BEFORE
008250         MOVE MST-FREQUENCY TO DL110-OLD-FREQUENCY
008260         ADD DL110-CORR-CHANGE TO MST-FREQUENCY
008270         MOVE DL110-RUN-DATE TO MST-LAST-RUN-DATE
008280         REWRITE MasterRecord
008282           INVALID KEY
008284             MOVE "REJECTED - MASTER UPDATE FAILED"
008286                 TO DL110-RPT-ACTION
008288             ADD 1 TO DL110-REJECTED-COUNT
008290           NOT INVALID KEY
008292             PERFORM 2210-POST-ADJUSTMENT
008294                 THRU 2210-POST-ADJUSTMENT-EXIT
008300         END-REWRITE
008310     ELSE
008313         MOVE "N"               TO DL110-JRN-BEFORE-SW
008316         MOVE SPACES            TO DL110-JRN-BEFORE
008320         MOVE ZERO TO DL110-OLD-FREQUENCY
008330         MOVE COR-DEVICE-ID     TO MST-DEVICE-ID
008340         MOVE DL110-CORR-CHANGE TO MST-FREQUENCY
008350         MOVE DL110-RUN-DATE    TO MST-LAST-RUN-DATE
008360         MOVE "A"               TO MST-STATUS
008370         WRITE MasterRecord
008372           INVALID KEY
008374             MOVE "REJECTED - MASTER UPDATE FAILED"
008376                 TO DL110-RPT-ACTION
008378             ADD 1 TO DL110-REJECTED-COUNT
008380           NOT INVALID KEY
008382             PERFORM 2210-POST-ADJUSTMENT
008384                 THRU 2210-POST-ADJUSTMENT-EXIT
008390         END-WRITE
008391     END-IF.
008392
008393 2200-APPLY-ADJUSTMENT-EXIT.
008394     EXIT.
008395
008396*----------------------------------------------------------
008397* 2210-POST-ADJUSTMENT - THE MASTER UPDATE TOOK: REPORT THE
008398* ADJUSTMENT, MARK THE EXCEPTION REPAIRED, AND JOURNAL AND
008399* HISTORY IT.  A FAILED UPDATE NEVER REACHES HERE, SO ITS
008400* EXCEPTION STAYS IN THE QUEUE.
008401*----------------------------------------------------------
008402 2210-POST-ADJUSTMENT.
008410     MOVE MST-FREQUENCY TO DL110-NEW-FREQUENCY
008420
008430     MOVE DL110-OLD-FREQUENCY TO DL110-RPT-OLD
008440     MOVE DL110-NEW-FREQUENCY TO DL110-RPT-NEW
008443     IF DL110-RELEASE-REQUESTED
008446         MOVE "RELEASED" TO DL110-RPT-ACTION
008449     ELSE
008452         MOVE "APPLIED" TO DL110-RPT-ACTION
008455     END-IF
008460
008470     MOVE "Y" TO DL110-EXC-REPAIRED(DL110-EXC-SUB)
008480     ADD 1 TO DL110-APPLIED-COUNT
008490     ADD DL110-CORR-CHANGE TO DL110-NET-ADJUSTMENT
008500
008510     PERFORM 2975-WRITE-JOURNAL
008520         THRU 2975-WRITE-JOURNAL-EXIT
008530
008531     PERFORM 2970-WRITE-HISTORY
008532         THRU 2970-WRITE-HISTORY-EXIT
008533
008534     IF DL110-PND-APPROVED
008535         PERFORM 2860-CLOSE-PENDING
008536             THRU 2860-CLOSE-PENDING-EXIT
008537     END-IF.
008538
008539 2210-POST-ADJUSTMENT-EXIT.
008540     EXIT.
008541
008542*----------------------------------------------------------
008543* 2800-CHECK-APPROVAL - DUAL CONTROL FOR A LARGE CORRECTION.
008544* THE FIRST SUBMISSION IS RECORDED AS A PENDING REQUEST AND
008545* POSTS NOTHING.  THE SAME CORRECTION FROM A DIFFERENT
008546* AUTHORIZED OPERATOR IN A LATER RUN IS THE APPROVAL: IT
008547* POSTS AND THE REQUEST IS CLOSED.  NEITHER THE REQUESTING
008548* OPERATOR NOR THE REQUESTING RUN CAN APPROVE ITS OWN REQUEST.
008549*----------------------------------------------------------
008550 2800-CHECK-APPROVAL.
008551     MOVE SPACE            TO DL110-PND-RESULT-SW
008552     MOVE DL110-AUT-ACTION TO DL110-PND-ACTION
008553     MOVE COR-DEVICE-ID    TO DL110-PND-DEVICE
008554     MOVE SPACES           TO DL110-PND-OPERAND
008555     STRING COR-EXCEPT-SEQ DELIMITED BY SIZE
008556            " "            DELIMITED BY SIZE
008557            COR-NEW-VALUE  DELIMITED BY SIZE
008558         INTO DL110-PND-OPERAND
008559     END-STRING
008560     MOVE COR-OPERATOR     TO DL110-PND-OPERATOR
008561
008562     IF DL110-PND-OVERFLOW
008563         SET DL110-PND-TABLE-FULL TO TRUE
008564         GO TO 2800-SET-RESULT
008565     END-IF
008566
008567     PERFORM 2810-FIND-PENDING
008568         THRU 2810-FIND-PENDING-EXIT
008569
008570     IF DL110-PND-NOT-FOUND
008571         PERFORM 1720-TAKE-FREE-SLOT
008572             THRU 1720-TAKE-FREE-SLOT-EXIT
008573         IF DL110-PND-SLOT = ZERO
008574             SET DL110-PND-TABLE-FULL TO TRUE
008575             GO TO 2800-SET-RESULT
008576         END-IF
008577         MOVE DL110-PND-KEY
008578             TO DL110-PND-TBL-KEY(DL110-PND-SLOT)
008579         MOVE DL110-PND-OPERATOR
008580             TO DL110-PND-TBL-OPERATOR(DL110-PND-SLOT)
008581         MOVE DL110-RUN-DATE
008582             TO DL110-PND-TBL-DATE(DL110-PND-SLOT)
008583         MOVE DL110-RUN-TIME(1:6)
008584             TO DL110-PND-TBL-TIME(DL110-PND-SLOT)
008585         MOVE "Y" TO DL110-PND-TBL-OPEN-SW(DL110-PND-SLOT)
008586         MOVE "P" TO DL110-PND-WRITE-TYPE
008587         PERFORM 2850-WRITE-PENDING
008588             THRU 2850-WRITE-PENDING-EXIT
008589         SET DL110-PND-REQUESTED TO TRUE
008590         GO TO 2800-SET-RESULT
008591     END-IF
008592
008593     EVALUATE TRUE
008594         WHEN DL110-PND-TBL-OPERATOR(DL110-PND-SUB)
008595                 = DL110-PND-OPERATOR
008596             SET DL110-PND-SAME-OPER TO TRUE
008597         WHEN DL110-PND-TBL-DATE(DL110-PND-SUB) = DL110-RUN-DATE
008598                 AND DL110-PND-TBL-TIME(DL110-PND-SUB)
008599                     = DL110-RUN-TIME(1:6)
008600             SET DL110-PND-SAME-RUN TO TRUE
008601         WHEN OTHER
008602             SET DL110-PND-APPROVED TO TRUE
008603     END-EVALUATE.
008604
008605 2800-SET-RESULT.
008606     EVALUATE TRUE
008607         WHEN DL110-PND-APPROVED
008608             CONTINUE
008609         WHEN DL110-PND-TABLE-FULL
008610             MOVE "REJECTED - PENDING TABLE FULL"
008611                 TO DL110-RPT-ACTION
008612             ADD 1 TO DL110-REJECTED-COUNT
008613         WHEN DL110-PND-REQUESTED
008614             MOVE "PENDING - SECOND OPERATOR NEEDED"
008615                 TO DL110-RPT-ACTION
008616             ADD 1 TO DL110-PENDING-COUNT
008617         WHEN DL110-PND-SAME-OPER
008618             MOVE "PENDING - NEED ANOTHER OPERATOR"
008619                 TO DL110-RPT-ACTION
008620             ADD 1 TO DL110-PENDING-COUNT
008621         WHEN OTHER
008622             MOVE "PENDING - APPROVE IN A LATER RUN"
008623                 TO DL110-RPT-ACTION
008624             ADD 1 TO DL110-PENDING-COUNT
008625     END-EVALUATE.
008626
008627 2800-CHECK-APPROVAL-EXIT.
008628     EXIT.
008629
008630*----------------------------------------------------------
008631* 2810-FIND-PENDING - LOCATE THE OPEN REQUEST FOR
008632* DL110-PND-KEY.  ON A HIT DL110-PND-SUB POINTS AT IT.
008633*----------------------------------------------------------
008634 2810-FIND-PENDING.
008635     SET DL110-PND-NOT-FOUND TO TRUE
008636     MOVE ZERO TO DL110-PND-SUB
008637
008638     PERFORM 2820-MATCH-ONE-PENDING
008639         THRU 2820-MATCH-ONE-PENDING-EXIT
008640         UNTIL DL110-PND-FOUND
008641            OR DL110-PND-SUB >= DL110-PND-COUNT.
008642
008643 2810-FIND-PENDING-EXIT.
008644     EXIT.
008645
008646 2820-MATCH-ONE-PENDING.
008647     ADD 1 TO DL110-PND-SUB
008648     IF DL110-PND-TBL-OPEN-SW(DL110-PND-SUB) = "Y"
008649             AND DL110-PND-TBL-KEY(DL110-PND-SUB) = DL110-PND-KEY
008650         SET DL110-PND-FOUND TO TRUE
008651     END-IF.
008652
008653 2820-MATCH-ONE-PENDING-EXIT.
008654     EXIT.
008655
008656*----------------------------------------------------------
008657* 2850-WRITE-PENDING - APPEND A REQUEST ("P") OR APPROVAL
008658* ("A") RECORD FOR DL110-PND-KEY TO THE SHARED PENDING FILE,
008659* STAMPED WITH THIS RUN AND THE SUBMITTING OPERATOR.
008660*----------------------------------------------------------
008661 2850-WRITE-PENDING.
008662     OPEN EXTEND PendingFile
008663     IF DL110-PENDING-NOT-FOUND
008664         OPEN OUTPUT PendingFile
008665     END-IF
008666
008667     MOVE SPACES               TO PendingRecord
008668     MOVE DL110-PND-WRITE-TYPE TO PND-TYPE
008669     MOVE "DAY1RPR"            TO PND-PROGRAM
008670     MOVE DL110-PND-KEY        TO PND-KEY
008671     MOVE DL110-PND-OPERATOR   TO PND-OPERATOR
008672     MOVE DL110-RUN-DATE       TO PND-DATE
008673     MOVE DL110-RUN-TIME(1:6)  TO PND-TIME
008674     WRITE PendingRecord
008675     CLOSE PendingFile.
008676
008677 2850-WRITE-PENDING-EXIT.
008678     EXIT.
008679
008680*----------------------------------------------------------
008681* 2860-CLOSE-PENDING - THE APPROVED ACTION HAS BEEN TAKEN:
008682* CLOSE ITS REQUEST (DL110-PND-SUB FROM 2800) AND RECORD THE
008683* APPROVING OPERATOR.
008684*----------------------------------------------------------
008685 2860-CLOSE-PENDING.
008686     MOVE "N" TO DL110-PND-TBL-OPEN-SW(DL110-PND-SUB)
008687     MOVE "A" TO DL110-PND-WRITE-TYPE
008688     PERFORM 2850-WRITE-PENDING
008689         THRU 2850-WRITE-PENDING-EXIT.
008690
008691 2860-CLOSE-PENDING-EXIT.
008692     EXIT.
008693
008790*----------------------------------------------------------
008800* 2990-REWRITE-EXCEPTIONS - WRITE BACK ONLY THE STILL-OPEN
008810* EXCEPTION LINES.  A REPAIRED ITEM LEAVES THE FILE SO THE
009400 2970-WRITE-HISTORY-EXIT.
009410     EXIT.
009420
009421*----------------------------------------------------------
009422* 2975-WRITE-JOURNAL - APPEND THE ADJUSTMENT TO THE MASTER
009423* CHANGE JOURNAL.  THE RUN IS IDENTIFIED BY THE EXCEPTION
009424* SEQUENCE THE CORRECTION REPAIRED.
009425*----------------------------------------------------------
009426 2975-WRITE-JOURNAL.
009427     OPEN EXTEND JournalFile
009428     IF DL110-JOURNAL-NOT-FOUND
009429         OPEN OUTPUT JournalFile
009430     END-IF
009431
009432     MOVE COR-EXCEPT-SEQ        TO DL110-JRN-SEQ
009433     MOVE SPACES                TO JournalRecord
009434     MOVE MST-DEVICE-ID         TO JRN-DEVICE-ID
009435     MOVE "DAY1RPR"             TO JRN-PROGRAM
009436     ACCEPT JRN-DATE FROM DATE YYYYMMDD
009437     ACCEPT DL110-JRN-CLOCK FROM TIME
009438     MOVE DL110-JRN-CLOCK(1:6)  TO JRN-TIME
009439     MOVE COR-OPERATOR          TO DL110-JRN-OPERATOR
009440     MOVE DL110-JRN-RUN-ID      TO JRN-RUN-ID
009441     IF DL110-RELEASE-REQUESTED
009442         MOVE "RELEASE"         TO JRN-ACTION
009443     ELSE
009444         MOVE "ADJUST"          TO JRN-ACTION
009445     END-IF
009446     MOVE DL110-JRN-BEFORE-SW   TO JRN-BEFORE-SW
009447     MOVE DL110-JRN-BEFORE      TO JRN-BEFORE-IMAGE
009448     MOVE "Y"                   TO JRN-AFTER-SW
009449     MOVE MasterRecord          TO JRN-AFTER-IMAGE
009450     WRITE JournalRecord
009451     CLOSE JournalFile.
009452
009453 2975-WRITE-JOURNAL-EXIT.
009454     EXIT.
009455
009456*----------------------------------------------------------
009457* 8000-PRODUCE-TOTALS - RUN TOTALS AT THE FOOT OF THE REPORT.
009458*----------------------------------------------------------
009460 8000-PRODUCE-TOTALS.
009470     MOVE SPACES TO AdjustLine
009480     WRITE AdjustLine
009590     MOVE DL110-RPT-REJECTED    TO AdjustLine
009600     WRITE AdjustLine
009610
009612     MOVE DL110-PENDING-COUNT   TO DL110-RPT-PEND-CNT
009614     MOVE DL110-RPT-PENDING     TO AdjustLine
009616     WRITE AdjustLine
009618
009620     MOVE DL110-NET-ADJUSTMENT  TO DL110-RPT-NET-VAL
009630     MOVE DL110-RPT-NET-ADJUST  TO AdjustLine
009640     WRITE AdjustLine
009730         MOVE "EXCEPTION TABLE FULL - ALL CORRECTIONS REJECTED"
009740             TO AdjustLine
009750         WRITE AdjustLine
009754     END-IF
009758
009762     IF NOT DL110-AUT-LOADED
009766         MOVE "NO OPERATOR AUTHORITY - ALL CORRECTIONS REJECTED"
009770             TO AdjustLine
009774         WRITE AdjustLine
009778     END-IF
009782
009786     IF DL110-AUT-OVERFLOW
009790         MOVE "AUTHORITY TABLE FULL - LATER CARDS IGNORED"
009794             TO AdjustLine
009798         WRITE AdjustLine
009802     END-IF
009806
009810     IF DL110-PND-OVERFLOW
009814         MOVE "PENDING TABLE FULL - LARGE CORRECTIONS REJECTED"
009818             TO AdjustLine
009822         WRITE AdjustLine
009826     END-IF.
009830
009840 8000-PRODUCE-TOTALS-EXIT.
009850     EXIT.
