000190*                 GETS A LINE ON ITS OWN PRINTED REPORT AND A
000200*                 LINE IN THE SHARED AUDIT FILE (RUN MODE
000210*                 "MAINT") SO THE MASTER'S CHANGE TRAIL IS
000211*                 AUDITABLE.  THE SHARED FILE NAMES (MASTER=,
000212*                 AUDIT=) ARE PICKED UP FROM THE SAME
000213*                 CONTROL-CARD FILE DAY1 READS.
000214* 2026-09-02  DA  MASTERFILE IS NOW THE KEYED INDEXED FILE
000215*                 (RECORD KEY MST-DEVICE-ID).  EACH ACTION
000216*                 READS, REWRITES, WRITES, OR DELETES THAT
000217*                 DEVICE'S RECORD DIRECTLY, SO THE 200-DEVICE
000218*                 TABLE AND ITS FULL-TABLE REJECTIONS ARE GONE.
000219* 2026-09-02  DA  AUDIT LINES NOW CARRY THE DEVICE ID IN
000220*                 COLUMNS 112-119, MATCHING THE DAY1 LAYOUT.
000221* 2026-09-02  DA  ADD AND MERGE NOW APPEND A CALIBRATION
000222*                 HISTORY LINE (SAME LAYOUT DAY1 WRITES), SO
000223*                 EVERY MASTER FREQUENCY STILL TRACES TO A
000224*                 HISTORY END AND THE CROSS-FILE VERIFIER
000225*                 (DAY1VRFY) BALANCES AFTER MAINTENANCE.
000226* 2026-09-03  DA  HONORS THE SHARED-FILE RUN INTERLOCK
000227*                 (DAY1-LOCK.DAT).  A CONFLICTING START ENDS
000228*                 WITH A LOCKED AUDIT LINE AND AN ALERT; A
000229*                 "FORCE" RUN PARAMETER BREAKS A STALE LOCK.
000230* 2026-10-15  DA  MAINTAINS THE NEW KEYED DEVICE REFERENCE
000231*                 FILE (DAY1-DEVREF.DAT, DEVREF= CARD).
000232*                 SETLAB, SETLOC AND SETMODEL TAKE THE NEW
000233*                 TEXT FIELD IN COLUMNS 31-50; CERTIFY
000234*                 (OPERAND YYYYMMDD, BLANK FOR TODAY) AND
000235*                 CERTINTVL (DAYS) SET THE CERTIFICATION BASIS.
000236* 2026-10-15  DA  EVERY ADD, SUSPEND, REACTIVATE, RETIRE AND
000237*                 MERGE IS APPENDED TO THE MASTER CHANGE
000238*                 JOURNAL (JOURNAL= CARD, DEFAULT
000239*                 DAY1-JOURNAL.DAT) WITH THE BEFORE AND AFTER
000240*                 IMAGES.  A MERGE JOURNALS THE TARGET'S
000241*                 REWRITE AND THE SOURCE'S DELETE SEPARATELY.
000242* 2026-10-15  DA  EVERY TRANSACTION NOW NAMES ITS OPERATOR IN
000243*                 COLUMNS 51-58 AND IS REJECTED UNLESS THE
000244*                 OPERATOR AUTHORITY FILE (OPAUTH= CARD,
000245*                 DEFAULT DAY1-OPAUTH.DAT) GRANTS THAT
000246*                 OPERATOR THE ACTION.  RETIRE AND MERGE ARE
000247*                 DUAL CONTROL: THE FIRST SUBMISSION IS HELD
000248*                 IN THE PENDING FILE (PENDING= CARD, DEFAULT
000249*                 DAY1-PENDING.DAT) AND TAKEN ONLY WHEN A
000250*                 DIFFERENT AUTHORIZED OPERATOR RESUBMITS IT IN
000251*                 A LATER RUN.  HELD TRANSACTIONS ARE COUNTED
000252*                 PENDING AND AUDITED UNDER STATUS "PENDING".
000253* 2026-10-15  DA  SETLAB REJECTS A LAB NAME LONGER THAN THE
000254*                 12-BYTE REFERENCE FIELD INSTEAD OF CUTTING
000255*                 IT OFF; CERTIFY CHECKS THE DAY AGAINST THE
000256*                 REAL LENGTH OF THE MONTH (FEBRUARY 29 ONLY
000257*                 IN A LEAP YEAR); AND A REFERENCE WRITE OR
000258*                 REWRITE THAT FAILS REJECTS THE TRANSACTION.
000264*----------------------------------------------------------
000266 ENVIRONMENT DIVISION.
000270 CONFIGURATION SECTION.
000384                RECORD KEY IS MST-DEVICE-ID
000390                FILE STATUS IS DL150-MASTER-STATUS.
000400
000401     SELECT DeviceRefFile
000402                ASSIGN TO DYNAMIC DL150-DEVREF-FILENAME
000403                ORGANIZATION IS INDEXED
000404                ACCESS MODE IS RANDOM
000405                RECORD KEY IS REF-DEVICE-ID
000406                FILE STATUS IS DL150-DEVREF-STATUS.
000407
000410     SELECT MaintReportFile ASSIGN TO "day1-maint.txt"
000420                ORGANIZATION IS LINE SEQUENTIAL.
000422
000524                ORGANIZATION IS LINE SEQUENTIAL
000526                FILE STATUS IS DL150-LOCK-STATUS.
000528
000529     SELECT JournalFile
000530                ASSIGN TO DYNAMIC DL150-JOURNAL-FILENAME
000531                ORGANIZATION IS LINE SEQUENTIAL
000532                FILE STATUS IS DL150-JOURNAL-STATUS.
000533
000534     SELECT OpAuthFile
000535                ASSIGN TO DYNAMIC DL150-OPAUTH-FILENAME
000536                ORGANIZATION IS LINE SEQUENTIAL
000537                FILE STATUS IS DL150-OPAUTH-STATUS.
000538
000539     SELECT PendingFile
000540                ASSIGN TO DYNAMIC DL150-PENDING-FILENAME
000541                ORGANIZATION IS LINE SEQUENTIAL
000542                FILE STATUS IS DL150-PENDING-STATUS.
000543
000544 DATA DIVISION.
000545 FILE SECTION.
000550 FD  MaintTranFile.
000560 01  MaintTranRecord.
000570     88  EndOfMaintTrans    VALUE HIGH-VALUES.
000600     02  MTX-DEVICE-ID      PIC X(08).
000610     02  FILLER             PIC X(01).
000620     02  MTX-OPERAND        PIC X(09).
000624     02  FILLER             PIC X(01).
000628     02  MTX-TEXT           PIC X(20).
000632     02  MTX-OPERATOR       PIC X(08).
000636     02  FILLER             PIC X(22).
000640
000650 FD  MasterFile.
000660 01  MasterRecord.
000700                                SEPARATE.
000710     02  MST-LAST-RUN-DATE  PIC 9(08).
000720     02  MST-STATUS         PIC X(01).
000724
000728*----------------------------------------------------------
000732* DEVICE REFERENCE RECORD - WHAT THE DEVICE PHYSICALLY IS AND
000736* WHEN ITS CERTIFICATION FALLS DUE: LAST CERTIFICATION DATE
000740* PLUS THE INTERVAL IN DAYS.  KEYED ON THE MASTER'S DEVICE ID.
000744*----------------------------------------------------------
000748 FD  DeviceRefFile.
000752 01  DeviceRefRecord.
000756     02  REF-DEVICE-ID      PIC X(08).
000760     02  REF-LAB            PIC X(12).
000764     02  REF-LOCATION       PIC X(20).
000768     02  REF-MODEL          PIC X(20).
000772     02  REF-LAST-CERT-DATE PIC 9(08).
000776     02  REF-CERT-INTERVAL  PIC 9(04).
000780
000790 FD  MaintReportFile.
000800 01  MaintLine              PIC X(080).
000902     02  FILLER             PIC X(01).
000903     02  LCK-FILES-HELD     PIC X(40).
000905
000906*----------------------------------------------------------
000907* MASTER CHANGE JOURNAL - SAME LAYOUT DAY1 WRITES.
000908*----------------------------------------------------------
000909 FD  JournalFile.
000910 01  JournalRecord.
000911     02  JRN-DEVICE-ID      PIC X(08).
000912     02  JRN-PROGRAM        PIC X(08).
000913     02  JRN-DATE           PIC 9(08).
000914     02  JRN-TIME           PIC 9(06).
000915     02  JRN-RUN-ID         PIC X(40).
000916     02  JRN-ACTION         PIC X(08).
000917     02  JRN-BEFORE-SW      PIC X(01).
000918     02  JRN-BEFORE-IMAGE   PIC X(24).
000919     02  JRN-AFTER-SW       PIC X(01).
000920     02  JRN-AFTER-IMAGE    PIC X(24).
000921
000922*----------------------------------------------------------
000923* OPERATOR AUTHORITY FILE - ONE CARD PER OPERATOR AND ACTION
000924* THAT OPERATOR MAY TAKE.  AN ACTION OF "ALL" GRANTS EVERY
000925* ACTION.  BLANK CARDS AND CARDS STARTING "*" ARE COMMENTS.
000926*----------------------------------------------------------
000927 FD  OpAuthFile.
000928 01  OpAuthRecord.
000929     88  EndOfOpAuthFile    VALUE HIGH-VALUES.
000930     02  AUT-OPERATOR       PIC X(08).
000931     02  FILLER             PIC X(01).
000932     02  AUT-ACTION         PIC X(10).
000933     02  FILLER             PIC X(01).
000934     02  AUT-NAME           PIC X(30).
000935
000936*----------------------------------------------------------
000937* PENDING APPROVAL FILE - SHARED BY EVERY PROGRAM THAT TAKES A
000938* DUAL-CONTROL ACTION.  "P" RECORDS A REQUEST; "A" RECORDS
000939* THE SECOND OPERATOR'S APPROVAL, WHICH CLOSES IT.
000940*----------------------------------------------------------
000941 FD  PendingFile.
000942 01  PendingRecord.
000943     88  EndOfPendingFile   VALUE HIGH-VALUES.
000944     02  PND-TYPE           PIC X(01).
000945     02  FILLER             PIC X(01).
000946     02  PND-PROGRAM        PIC X(08).
000947     02  FILLER             PIC X(01).
000948     02  PND-KEY.
000949         03  PND-ACTION     PIC X(10).
000950         03  FILLER         PIC X(01).
000951         03  PND-DEVICE     PIC X(08).
000952         03  FILLER         PIC X(01).
000953         03  PND-OPERAND    PIC X(20).
000954     02  FILLER             PIC X(01).
000955     02  PND-OPERATOR       PIC X(08).
000956     02  FILLER             PIC X(01).
000957     02  PND-DATE           PIC 9(08).
000958     02  FILLER             PIC X(01).
000959     02  PND-TIME           PIC 9(06).
000960
000961 WORKING-STORAGE SECTION.
000962*----------------------------------------------------------
000963* SHARED FILE NAMES - THE SAME CONTROL CARDS DAY1 HONORS
000964* (MASTER=, AUDIT=) ARE READ HERE TOO, SO MAINTENANCE ALWAYS
000965* WORKS THE MASTER AND AUDIT FILES THE RUNS ACTUALLY USE.
000966*----------------------------------------------------------
000967 01  DL150-FILE-NAMES.
000970     02  DL150-MASTER-FILENAME  PIC X(080)
000980                                VALUE "day1-master.dat".
000990     02  DL150-AUDIT-FILENAME   PIC X(080)
000991                                VALUE "day1-audit.txt".
000992     02  DL150-HISTORY-FILENAME PIC X(080)
000993                                VALUE "day1-history.txt".
000994     02  DL150-ALERT-FILENAME   PIC X(080)
000995                                VALUE "day1-alert.dat".
000996     02  DL150-DEVREF-FILENAME  PIC X(080)
000997                                VALUE "day1-devref.dat".
000998     02  DL150-JOURNAL-FILENAME PIC X(080)
000999                                VALUE "day1-journal.dat".
001000     02  DL150-OPAUTH-FILENAME  PIC X(080)
001001                                VALUE "day1-opauth.dat".
001002     02  DL150-PENDING-FILENAME PIC X(080)
001003                                VALUE "day1-pending.dat".
001011
001012 01  DL150-ALERT-STATUS         PIC X(02) VALUE SPACES.
001013     88  DL150-ALERT-STATUS-OK      VALUE "00".
001130     88  DL150-MASTER-STATUS-OK     VALUE "00".
001135     88  DL150-MASTER-NOT-FOUND     VALUE "35".
001140
001142 01  DL150-DEVREF-STATUS        PIC X(02) VALUE SPACES.
001144     88  DL150-DEVREF-STATUS-OK     VALUE "00".
001146     88  DL150-DEVREF-NOT-FOUND     VALUE "35".
001148
001150 01  DL150-AUDIT-STATUS         PIC X(02) VALUE SPACES.
001160     88  DL150-AUDIT-STATUS-OK      VALUE "00".
001170     88  DL150-AUDIT-NOT-FOUND      VALUE "35".
001176     88  DL150-HISTORY-STATUS-OK    VALUE "00".
001178     88  DL150-HISTORY-NOT-FOUND    VALUE "35".
001180
001181 01  DL150-JOURNAL-STATUS       PIC X(02) VALUE SPACES.
001182     88  DL150-JOURNAL-STATUS-OK    VALUE "00".
001183     88  DL150-JOURNAL-NOT-FOUND    VALUE "35".
001184
001185*----------------------------------------------------------
001186* JOURNAL WORK AREA - THE CALLER OF 2975 SETS THE ACTION AND
001187* THE BEFORE IMAGE; 2975 TAKES THE DEVICE FROM THE MASTER KEY
001188* AND THE AFTER IMAGE FROM THE RECORD AREA.  THE RUN IS
001189* IDENTIFIED BY THE TRANSACTION'S NUMBER IN THE INPUT.
001190*----------------------------------------------------------
001191 01  DL150-JOURNAL-WORK.
001192     02  DL150-JRN-DEVICE       PIC X(08) VALUE SPACES.
001193     02  DL150-JRN-ACTION       PIC X(08) VALUE SPACES.
001194     02  DL150-JRN-BEFORE-SW    PIC X(01) VALUE "N".
001195     02  DL150-JRN-BEFORE       PIC X(24) VALUE SPACES.
001196     02  DL150-JRN-AFTER-SW     PIC X(01) VALUE "N".
001197     02  DL150-JRN-SOURCE       PIC X(24) VALUE SPACES.
001198     02  DL150-JRN-CLOCK        PIC 9(08) VALUE ZERO.
001199     02  DL150-JRN-RUN-ID.
001200         03  FILLER             PIC X(05) VALUE "TRAN ".
001201         03  DL150-JRN-TRAN-NO  PIC 9(07) VALUE ZERO.
001202         03  FILLER             PIC X(04) VALUE " BY ".
001203         03  DL150-JRN-OPERATOR PIC X(08) VALUE SPACES.
001204
001205*----------------------------------------------------------
001206* OPERATOR AUTHORITY TABLE - LOADED FROM THE AUTHORITY FILE
001207* AT START-UP.  AN OPERATOR NOT IN THE FILE IS UNKNOWN; ONE
001208* IN THE FILE WITHOUT THE ACTION (OR "ALL") IS DENIED.  NO
001209* FILE MEANS NOBODY IS AUTHORIZED.
001210*----------------------------------------------------------
001211 01  DL150-OPAUTH-STATUS        PIC X(02) VALUE SPACES.
001212     88  DL150-OPAUTH-STATUS-OK     VALUE "00".
001213
001214 01  DL150-AUTH-CONTROL.
001215     02  DL150-AUT-COUNT        PIC 9(05) COMP VALUE ZERO.
001216     02  DL150-AUT-SUB          PIC 9(05) COMP VALUE ZERO.
001217     02  DL150-AUT-LOADED-SW    PIC X(01) VALUE "N".
001218         88  DL150-AUT-LOADED       VALUE "Y".
001219     02  DL150-AUT-OVFL-SW      PIC X(01) VALUE "N".
001220         88  DL150-AUT-OVERFLOW     VALUE "Y".
001221     02  DL150-AUT-OPERATOR     PIC X(08) VALUE SPACES.
001222     02  DL150-AUT-ACTION       PIC X(10) VALUE SPACES.
001223     02  DL150-AUT-RESULT-SW    PIC X(01) VALUE "U".
001224         88  DL150-AUT-UNKNOWN      VALUE "U".
001225         88  DL150-AUT-DENIED       VALUE "D".
001226         88  DL150-AUT-GRANTED      VALUE "G".
001227
001228 01  DL150-AUTH-TABLE.
001229     02  DL150-AUT-ENTRY OCCURS 500 TIMES.
001230         03  DL150-AUT-TBL-OPERATOR PIC X(08).
001231         03  DL150-AUT-TBL-ACTION   PIC X(10).
001232
001233*----------------------------------------------------------
001234* SECOND-OPERATOR APPROVAL - THIS PROGRAM'S OPEN REQUESTS ARE
001235* TABLED FROM THE PENDING FILE AT START-UP.  AN APPROVAL
001236* CLOSES ITS REQUEST AND FREES THE SLOT FOR REUSE.  THE KEY
001237* IS LAID OUT EXACTLY AS PND-KEY.
001238*----------------------------------------------------------
001239 01  DL150-PENDING-STATUS       PIC X(02) VALUE SPACES.
001240     88  DL150-PENDING-STATUS-OK    VALUE "00".
001241     88  DL150-PENDING-NOT-FOUND    VALUE "35".
001242
001243 01  DL150-PEND-CONTROL.
001244     02  DL150-PND-COUNT        PIC 9(05) COMP VALUE ZERO.
001245     02  DL150-PND-SUB          PIC 9(05) COMP VALUE ZERO.
001246     02  DL150-PND-SLOT         PIC 9(05) COMP VALUE ZERO.
001247     02  DL150-PND-OVFL-SW      PIC X(01) VALUE "N".
001248         88  DL150-PND-OVERFLOW     VALUE "Y".
001249     02  DL150-PND-FOUND-SW     PIC X(01) VALUE "N".
001250         88  DL150-PND-FOUND        VALUE "Y".
001251         88  DL150-PND-NOT-FOUND    VALUE "N".
001252     02  DL150-PND-RESULT-SW    PIC X(01) VALUE SPACE.
001253         88  DL150-PND-APPROVED     VALUE "A".
001254         88  DL150-PND-REQUESTED    VALUE "R".
001255         88  DL150-PND-SAME-OPER    VALUE "O".
001256         88  DL150-PND-SAME-RUN     VALUE "S".
001257         88  DL150-PND-TABLE-FULL   VALUE "F".
001258     02  DL150-PND-WRITE-TYPE   PIC X(01) VALUE SPACE.
001259     02  DL150-PND-KEY.
001260         03  DL150-PND-ACTION   PIC X(10) VALUE SPACES.
001261         03  FILLER             PIC X(01) VALUE SPACE.
001262         03  DL150-PND-DEVICE   PIC X(08) VALUE SPACES.
001263         03  FILLER             PIC X(01) VALUE SPACE.
001264         03  DL150-PND-OPERAND  PIC X(20) VALUE SPACES.
001265     02  DL150-PND-OPERATOR     PIC X(08) VALUE SPACES.
001266
001267 01  DL150-PEND-TABLE.
001268     02  DL150-PND-ENTRY OCCURS 500 TIMES.
001269         03  DL150-PND-TBL-KEY      PIC X(40).
001270         03  DL150-PND-TBL-OPERATOR PIC X(08).
001271         03  DL150-PND-TBL-DATE     PIC 9(08).
001272         03  DL150-PND-TBL-TIME     PIC 9(06).
001273         03  DL150-PND-TBL-OPEN-SW  PIC X(01).
001274
001275 01  DL150-RUN-DATE-FIELDS.
001276     02  DL150-RUN-DATE         PIC 9(08) VALUE ZERO.
001277     02  DL150-RUN-DATE-X REDEFINES DL150-RUN-DATE.
001278         03  DL150-RUN-YYYY     PIC 9(04).
001279         03  DL150-RUN-MM       PIC 9(02).
001280         03  DL150-RUN-DD       PIC 9(02).
001281     02  DL150-RUN-TIME         PIC 9(08) VALUE ZERO.
001282     02  DL150-RUN-TIME-X REDEFINES DL150-RUN-TIME.
001283         03  DL150-RUN-HH       PIC 9(02).
001284         03  DL150-RUN-MIN      PIC 9(02).
001290         03  DL150-RUN-SEC      PIC 9(02).
001300         03  FILLER             PIC 9(02).
001310
001460         88  DL150-MST-OPEN         VALUE "Y".
001490     02  DL150-WRK-DEVICE       PIC X(08) VALUE SPACES.
001500     02  DL150-SRC-FREQUENCY    PIC S9(6) VALUE ZERO.
001503*    THE REFERENCE FILE IS OPENED I-O ALONGSIDE THE MASTER.
001506     02  DL150-REF-OPEN-SW      PIC X(01) VALUE "N".
001509         88  DL150-REF-OPEN         VALUE "Y".
001512     02  DL150-REF-FOUND-SW     PIC X(01) VALUE "N".
001515         88  DL150-REF-FOUND        VALUE "Y".
001518         88  DL150-REF-NOT-FOUND    VALUE "N".
001521
001524*----------------------------------------------------------
001527* CERTIFICATION EDIT WORK AREA - CERTIFY TAKES A YYYYMMDD
001530* DATE NO LATER THAN TODAY; CERTINTVL TAKES 1-4 DIGITS OF
001533* DAYS, LEFT-JUSTIFIED IN THE OPERAND.
001536*----------------------------------------------------------
001539 01  DL150-CERT-WORK.
001542     02  DL150-CERT-DATE        PIC 9(08) VALUE ZERO.
001545     02  DL150-CERT-DATE-X REDEFINES DL150-CERT-DATE.
001548         03  DL150-CERT-YYYY    PIC 9(04).
001551         03  DL150-CERT-MM      PIC 9(02).
001554         03  DL150-CERT-DD      PIC 9(02).
001557     02  DL150-CERT-INTERVAL    PIC 9(04) VALUE ZERO.
001560     02  DL150-CERT-DIGITS      PIC 9(02) COMP VALUE ZERO.
001563     02  DL150-CERT-MAX-DD      PIC 9(02) VALUE ZERO.
001566     02  DL150-CERT-QUOT        PIC 9(04) COMP VALUE ZERO.
001569     02  DL150-CERT-REM4        PIC 9(04) COMP VALUE ZERO.
001572     02  DL150-CERT-REM100      PIC 9(04) COMP VALUE ZERO.
001575     02  DL150-CERT-REM400      PIC 9(04) COMP VALUE ZERO.
001580
001590*----------------------------------------------------------
001600* OPENING-FREQUENCY EDIT WORK AREA - THE ADD OPERAND IS
001750     02  DL150-TRAN-READ-COUNT  PIC 9(07) COMP VALUE ZERO.
001760     02  DL150-APPLIED-COUNT    PIC 9(07) COMP VALUE ZERO.
001770     02  DL150-REJECTED-COUNT   PIC 9(07) COMP VALUE ZERO.
001772     02  DL150-PENDING-COUNT    PIC 9(07) COMP VALUE ZERO.
001775     02  DL150-OLD-FREQUENCY    PIC S9(6) VALUE ZERO.
001780     02  DL150-NEW-FREQUENCY    PIC S9(6) VALUE ZERO.
001790     02  DL150-TRAN-OK-SW       PIC X(01) VALUE "Y".
001800         88  DL150-TRAN-APPLIED     VALUE "Y".
001810         88  DL150-TRAN-REJECTED    VALUE "N".
001815         88  DL150-TRAN-PENDING     VALUE "P".
001820
001821*----------------------------------------------------------
001822* HISTORY LINE LAYOUT - SAME LAYOUT DAY1 WRITES, SO EVERY
002650     05  DL150-RPT-REJ-CNT  PIC ZZZ,ZZ9.
002660     05  FILLER             PIC X(057) VALUE SPACES.
002670
002671 01  DL150-RPT-PENDING.
002672     05  FILLER             PIC X(016) VALUE "PENDING......: ".
002673     05  DL150-RPT-PEND-CNT PIC ZZZ,ZZ9.
002674     05  FILLER             PIC X(057) VALUE SPACES.
002675
002680 PROCEDURE DIVISION.
002690*----------------------------------------------------------
002700* 0000-MAINLINE-CONTROL
002910
002920*----------------------------------------------------------
002930* 1000-INITIALIZE - CAPTURE RUN-LEVEL VALUES, OPEN THE
002935* MAINTENANCE REPORT, CLAIM THE INTERLOCK, OPEN THE KEYED
002940* MASTER FOR THE RUN, AND TABLE THE OPERATOR AUTHORITY AND
002945* THE OPEN APPROVAL REQUESTS.
002950*----------------------------------------------------------
002960 1000-INITIALIZE.
002970     PERFORM 1300-READ-CONTROL-CARDS
003053
003056     PERFORM 1150-OPEN-MASTER
003060         THRU 1150-OPEN-MASTER-EXIT
003061     PERFORM 1160-OPEN-DEVREF
003062         THRU 1160-OPEN-DEVREF-EXIT
003063     PERFORM 1600-LOAD-AUTHORITY
003064         THRU 1600-LOAD-AUTHORITY-EXIT
003065     PERFORM 1700-LOAD-PENDING
003066         THRU 1700-LOAD-PENDING-EXIT
003070
003080     MOVE DL150-RUN-MM   TO DL150-RPT-MM
003090     MOVE DL150-RUN-DD   TO DL150-RPT-DD
003664             MOVE DL150-CARD-VALUE TO DL150-HISTORY-FILENAME
003666         WHEN "ALERT"
003668             MOVE DL150-CARD-VALUE TO DL150-ALERT-FILENAME
003669         WHEN "DEVREF"
003670             MOVE DL150-CARD-VALUE TO DL150-DEVREF-FILENAME
003671         WHEN "JOURNAL"
003672             MOVE DL150-CARD-VALUE TO DL150-JOURNAL-FILENAME
003673         WHEN "OPAUTH"
003674             MOVE DL150-CARD-VALUE TO DL150-OPAUTH-FILENAME
003675         WHEN "PENDING"
003676             MOVE DL150-CARD-VALUE TO DL150-PENDING-FILENAME
003677         WHEN OTHER
003680             CONTINUE
003690     END-EVALUATE.
003700
003970
003980 1150-OPEN-MASTER-EXIT.
003990     EXIT.
003992
003994*----------------------------------------------------------
003996* 1160-OPEN-DEVREF - OPEN THE KEYED DEVICE REFERENCE FILE I-O
003998* FOR THE RUN.  A MISSING FILE IS CREATED EMPTY, THE SAME WAY
004000* AS THE MASTER.
004002*----------------------------------------------------------
004004 1160-OPEN-DEVREF.
004006     OPEN I-O DeviceRefFile
004008     IF DL150-DEVREF-NOT-FOUND
004010         OPEN OUTPUT DeviceRefFile
004012         CLOSE DeviceRefFile
004014         OPEN I-O DeviceRefFile
004016     END-IF
004018     IF DL150-DEVREF-STATUS-OK
004020         SET DL150-REF-OPEN TO TRUE
004022     END-IF.
004024
004026 1160-OPEN-DEVREF-EXIT.
004028     EXIT.
004030
004032*----------------------------------------------------------
004034* 1600-LOAD-AUTHORITY - TABLE THE OPERATOR AUTHORITY FILE.
004036* CARDS BEYOND THE TABLE ARE IGNORED, SO THEIR OPERATORS ARE
004038* REJECTED RATHER THAN WAVED THROUGH.
004040*----------------------------------------------------------
004042 1600-LOAD-AUTHORITY.
004044     OPEN INPUT OpAuthFile
004046     IF NOT DL150-OPAUTH-STATUS-OK
004048         GO TO 1600-LOAD-AUTHORITY-EXIT
004050     END-IF
004052     SET DL150-AUT-LOADED TO TRUE
004054
004056     READ OpAuthFile
004058       AT END SET EndOfOpAuthFile TO TRUE
004060     END-READ
004062
004064     PERFORM 1610-LOAD-ONE-AUTHORITY
004066         THRU 1610-LOAD-ONE-AUTHORITY-EXIT
004068         UNTIL EndOfOpAuthFile
004070
004072     CLOSE OpAuthFile.
004074
004076 1600-LOAD-AUTHORITY-EXIT.
004078     EXIT.
004080
004082 1610-LOAD-ONE-AUTHORITY.
004084     IF OpAuthRecord = SPACES
004086             OR AUT-OPERATOR(1:1) = "*"
004088             OR AUT-OPERATOR = SPACES
004090             OR AUT-ACTION = SPACES
004092         GO TO 1610-READ-NEXT
004094     END-IF
004096
004098     IF DL150-AUT-COUNT >= 500
004100         SET DL150-AUT-OVERFLOW TO TRUE
004102         GO TO 1610-READ-NEXT
004104     END-IF
004106
004108     ADD 1 TO DL150-AUT-COUNT
004110     MOVE AUT-OPERATOR TO DL150-AUT-TBL-OPERATOR(DL150-AUT-COUNT)
004112     MOVE AUT-ACTION   TO DL150-AUT-TBL-ACTION(DL150-AUT-COUNT).
004114
004116 1610-READ-NEXT.
004118     READ OpAuthFile
004120       AT END SET EndOfOpAuthFile TO TRUE
004122     END-READ.
004124
004126 1610-LOAD-ONE-AUTHORITY-EXIT.
004128     EXIT.
004130
004132*----------------------------------------------------------
004134* 1700-LOAD-PENDING - TABLE THIS PROGRAM'S STILL-OPEN APPROVAL
004136* REQUESTS.  A "P" RECORD OPENS A REQUEST; AN "A" RECORD
004138* CLOSES THE OPEN REQUEST WITH THE SAME KEY.  NO FILE MEANS
004140* NOTHING IS PENDING.
004142*----------------------------------------------------------
004144 1700-LOAD-PENDING.
004146     OPEN INPUT PendingFile
004148     IF NOT DL150-PENDING-STATUS-OK
004150         GO TO 1700-LOAD-PENDING-EXIT
004152     END-IF
004154
004156     READ PendingFile
004158       AT END SET EndOfPendingFile TO TRUE
004160     END-READ
004162
004164     PERFORM 1710-LOAD-ONE-PENDING
004166         THRU 1710-LOAD-ONE-PENDING-EXIT
004168         UNTIL EndOfPendingFile
004170
004172     CLOSE PendingFile.
004174
004176 1700-LOAD-PENDING-EXIT.
004178     EXIT.
004180
004182 1710-LOAD-ONE-PENDING.
004184     IF PND-PROGRAM NOT = "DAY1MNT"
004186         GO TO 1710-READ-NEXT
004188     END-IF
004190
004192     MOVE PND-KEY TO DL150-PND-KEY
004194     PERFORM 2810-FIND-PENDING
004196         THRU 2810-FIND-PENDING-EXIT
004198
004200     IF PND-TYPE = "A"
004202         IF DL150-PND-FOUND
004204             MOVE "N" TO DL150-PND-TBL-OPEN-SW(DL150-PND-SUB)
004206         END-IF
004208         GO TO 1710-READ-NEXT
004210     END-IF
004212
004214*    A REPEATED REQUEST KEEPS THE FIRST ONE'S OPERATOR AND RUN.
004216     IF PND-TYPE NOT = "P" OR DL150-PND-FOUND
004218         GO TO 1710-READ-NEXT
004220     END-IF
004222
004224     PERFORM 1720-TAKE-FREE-SLOT
004226         THRU 1720-TAKE-FREE-SLOT-EXIT
004228     IF DL150-PND-SLOT = ZERO
004230         GO TO 1710-READ-NEXT
004232     END-IF
004234
004236     MOVE PND-KEY      TO DL150-PND-TBL-KEY(DL150-PND-SLOT)
004238     MOVE PND-OPERATOR TO DL150-PND-TBL-OPERATOR(DL150-PND-SLOT)
004240     MOVE PND-DATE     TO DL150-PND-TBL-DATE(DL150-PND-SLOT)
004242     MOVE PND-TIME     TO DL150-PND-TBL-TIME(DL150-PND-SLOT)
004244     MOVE "Y"          TO DL150-PND-TBL-OPEN-SW(DL150-PND-SLOT).
004246
004248 1710-READ-NEXT.
004250     READ PendingFile
004252       AT END SET EndOfPendingFile TO TRUE
004254     END-READ.
004256
004258 1710-LOAD-ONE-PENDING-EXIT.
004260     EXIT.
004262
004264*----------------------------------------------------------
004266* 1720-TAKE-FREE-SLOT - THE FIRST CLOSED SLOT, ELSE A NEW ONE
004268* AT THE END OF THE TABLE.  A FULL TABLE LEAVES THE SLOT ZERO
004270* AND SETS THE OVERFLOW SWITCH.
004272*----------------------------------------------------------
004274 1720-TAKE-FREE-SLOT.
004276     MOVE ZERO TO DL150-PND-SLOT
004278     MOVE ZERO TO DL150-PND-SUB
004280
004282     PERFORM 1730-CHECK-ONE-SLOT
004284         THRU 1730-CHECK-ONE-SLOT-EXIT
004286         UNTIL DL150-PND-SLOT > ZERO
004288            OR DL150-PND-SUB >= DL150-PND-COUNT
004290
004292     IF DL150-PND-SLOT = ZERO
004294         IF DL150-PND-COUNT >= 500
004296             SET DL150-PND-OVERFLOW TO TRUE
004298         ELSE
004300             ADD 1 TO DL150-PND-COUNT
004302             MOVE DL150-PND-COUNT TO DL150-PND-SLOT
004304         END-IF
004306     END-IF.
004308
004310 1720-TAKE-FREE-SLOT-EXIT.
004312     EXIT.
004314
004316 1730-CHECK-ONE-SLOT.
004318     ADD 1 TO DL150-PND-SUB
004320     IF DL150-PND-TBL-OPEN-SW(DL150-PND-SUB) = "N"
004322         MOVE DL150-PND-SUB TO DL150-PND-SLOT
004324     END-IF.
004326
004328 1730-CHECK-ONE-SLOT-EXIT.
004330     EXIT.
004332
004420*----------------------------------------------------------
004430* 2000-PROCESS-TRANSACTIONS - READ THE TRANSACTION CARDS AND
004440* APPLY EACH MAINTENANCE ACTION.  BLANK CARDS AND CARDS
004630 2000-PROCESS-TRANSACTIONS-EXIT.
004640     EXIT.
004650
004651*----------------------------------------------------------
004652* 2050-CHECK-AUTHORITY - MAY DL150-AUT-OPERATOR TAKE
004653* DL150-AUT-ACTION?  UNKNOWN (NOT IN THE AUTHORITY FILE),
004654* DENIED (IN THE FILE, BUT NOT FOR THIS ACTION), OR GRANTED.
004655* A BLANK OPERATOR IS UNKNOWN.
004656*----------------------------------------------------------
004657 2050-CHECK-AUTHORITY.
004658     SET DL150-AUT-UNKNOWN TO TRUE
004659     MOVE ZERO TO DL150-AUT-SUB
004660     IF DL150-AUT-OPERATOR = SPACES
004661         GO TO 2050-CHECK-AUTHORITY-EXIT
004662     END-IF
004663
004664     PERFORM 2060-MATCH-ONE-AUTHORITY
004665         THRU 2060-MATCH-ONE-AUTHORITY-EXIT
004666         UNTIL DL150-AUT-GRANTED
004667            OR DL150-AUT-SUB >= DL150-AUT-COUNT.
004668
004669 2050-CHECK-AUTHORITY-EXIT.
004670     EXIT.
004671
004672 2060-MATCH-ONE-AUTHORITY.
004673     ADD 1 TO DL150-AUT-SUB
004674     IF DL150-AUT-TBL-OPERATOR(DL150-AUT-SUB)
004675             NOT = DL150-AUT-OPERATOR
004676         GO TO 2060-MATCH-ONE-AUTHORITY-EXIT
004677     END-IF
004678
004679     IF DL150-AUT-TBL-ACTION(DL150-AUT-SUB) = DL150-AUT-ACTION
004680             OR DL150-AUT-TBL-ACTION(DL150-AUT-SUB) = "ALL"
004681         SET DL150-AUT-GRANTED TO TRUE
004682     ELSE
004683         SET DL150-AUT-DENIED TO TRUE
004684     END-IF.
004685
004686 2060-MATCH-ONE-AUTHORITY-EXIT.
004687     EXIT.
004688
004689*----------------------------------------------------------
004690* 2100-APPLY-ONE-TRANSACTION - EDIT AND APPLY ONE MAINTENANCE
004691* ACTION.  ANY FAILURE REJECTS THE TRANSACTION WITH A RESULT
004692* MESSAGE ON THE REPORT; EVERY TRANSACTION, APPLIED OR NOT,
004693* GETS AN AUDIT LINE.  THE OPERATOR MUST BE AUTHORIZED FOR
004694* THE ACTION BEFORE ANYTHING ELSE IS LOOKED AT.
004710*----------------------------------------------------------
004720 2100-APPLY-ONE-TRANSACTION.
004730     IF MaintTranRecord = SPACES
004840     MOVE MTX-DEVICE-ID   TO DL150-RPT-DEVICE
004850     MOVE MTX-OPERAND     TO DL150-RPT-OPERAND
004860
004861     MOVE MTX-OPERATOR    TO DL150-AUT-OPERATOR
004862     MOVE MTX-ACTION      TO DL150-AUT-ACTION
004863     PERFORM 2050-CHECK-AUTHORITY
004864         THRU 2050-CHECK-AUTHORITY-EXIT
004865     IF DL150-AUT-UNKNOWN
004866         MOVE "REJECTED - UNKNOWN OPERATOR"
004867             TO DL150-RPT-RESULT
004868         SET DL150-TRAN-REJECTED TO TRUE
004869         GO TO 2100-WRITE-DETAIL
004870     END-IF
004871     IF DL150-AUT-DENIED
004872         MOVE "REJECTED - UNAUTHORIZED OPERATOR"
004873             TO DL150-RPT-RESULT
004874         SET DL150-TRAN-REJECTED TO TRUE
004875         GO TO 2100-WRITE-DETAIL
004876     END-IF
004877
004890     IF NOT DL150-MST-OPEN
004900         MOVE "REJECTED - MASTER NOT AVAILABLE"
004910             TO DL150-RPT-RESULT
005160         WHEN "MERGE"
005170             PERFORM 2600-MERGE-DEVICE
005180                 THRU 2600-MERGE-DEVICE-EXIT
005181         WHEN "SETLAB"
005182         WHEN "SETLOC"
005183         WHEN "SETMODEL"
005184         WHEN "CERTIFY"
005185         WHEN "CERTINTVL"
005186             PERFORM 2700-SET-REFERENCE
005187                 THRU 2700-SET-REFERENCE-EXIT
005190         WHEN OTHER
005200             MOVE "REJECTED - UNKNOWN ACTION"
005210                 TO DL150-RPT-RESULT
005230     END-EVALUATE.
005240
005250 2100-WRITE-DETAIL.
005256     EVALUATE TRUE
005262         WHEN DL150-TRAN-APPLIED
005268             ADD 1 TO DL150-APPLIED-COUNT
005274         WHEN DL150-TRAN-PENDING
005280             ADD 1 TO DL150-PENDING-COUNT
005286         WHEN OTHER
005292             ADD 1 TO DL150-REJECTED-COUNT
005298     END-EVALUATE
005310
005320     MOVE DL150-NEW-FREQUENCY TO DL150-RPT-FREQ
005330     MOVE DL150-RPT-DETAIL TO MaintLine
005830     MOVE MTX-DEVICE-ID     TO MST-DEVICE-ID
005850     MOVE DL150-OPER-CHANGE TO MST-FREQUENCY
005870     MOVE DL150-RUN-DATE    TO MST-LAST-RUN-DATE
005872     MOVE "A"               TO MST-STATUS
005874     MOVE "ADD"             TO DL150-JRN-ACTION
005876     MOVE "N"               TO DL150-JRN-BEFORE-SW
005878     MOVE SPACES            TO DL150-JRN-BEFORE
005882     WRITE MasterRecord
005884       INVALID KEY CONTINUE
005885       NOT INVALID KEY
005886         PERFORM 2975-WRITE-JOURNAL
005887             THRU 2975-WRITE-JOURNAL-EXIT
005888     END-WRITE
005890     MOVE DL150-OPER-CHANGE TO DL150-NEW-FREQUENCY
005892     MOVE DL150-OPER-CHANGE TO DL150-OLD-FREQUENCY
005893     MOVE MTX-DEVICE-ID     TO DL150-HIST-DEVICE
006160         GO TO 2300-SUSPEND-DEVICE-EXIT
006170     END-IF
006180
006182     MOVE "SUSPEND"    TO DL150-JRN-ACTION
006184     MOVE "Y"          TO DL150-JRN-BEFORE-SW
006186     MOVE MasterRecord TO DL150-JRN-BEFORE
006190     MOVE "S" TO MST-STATUS
006200     MOVE DL150-RUN-DATE TO MST-LAST-RUN-DATE
006205     REWRITE MasterRecord
006207       INVALID KEY CONTINUE
006210       NOT INVALID KEY
006213         PERFORM 2975-WRITE-JOURNAL
006216             THRU 2975-WRITE-JOURNAL-EXIT
006219     END-REWRITE
006222     MOVE MST-FREQUENCY TO DL150-NEW-FREQUENCY
006230     MOVE "SUSPENDED" TO DL150-RPT-RESULT.
006240
006250 2300-SUSPEND-DEVICE-EXIT.
006480         GO TO 2400-REACTIVATE-DEVICE-EXIT
006490     END-IF
006500
006502     MOVE "REACTIVE"   TO DL150-JRN-ACTION
006504     MOVE "Y"          TO DL150-JRN-BEFORE-SW
006506     MOVE MasterRecord TO DL150-JRN-BEFORE
006510     MOVE "A" TO MST-STATUS
006520     MOVE DL150-RUN-DATE TO MST-LAST-RUN-DATE
006525     REWRITE MasterRecord
006527       INVALID KEY CONTINUE
006530       NOT INVALID KEY
006533         PERFORM 2975-WRITE-JOURNAL
006536             THRU 2975-WRITE-JOURNAL-EXIT
006539     END-REWRITE
006542     MOVE MST-FREQUENCY TO DL150-NEW-FREQUENCY
006550     MOVE "REACTIVATED" TO DL150-RPT-RESULT.
006560
006570 2400-REACTIVATE-DEVICE-EXIT.
006600*----------------------------------------------------------
006610* 2500-RETIRE-DEVICE - TAKE A SCRAPPED DEVICE OFF THE MASTER
006620* SO ITS RECORD STOPS SHOWING ON THE CONSOLIDATED REPORT.
006630* THE RECORD IS DELETED FROM THE KEYED MASTER.  DUAL CONTROL:
006640* NOTHING IS DELETED UNTIL A SECOND OPERATOR APPROVES.
006650*----------------------------------------------------------
006660 2500-RETIRE-DEVICE.
006670     MOVE MTX-DEVICE-ID TO DL150-WRK-DEVICE
006760     END-IF
006770
006780     MOVE MST-FREQUENCY TO DL150-NEW-FREQUENCY
006782     PERFORM 2800-CHECK-APPROVAL
006784         THRU 2800-CHECK-APPROVAL-EXIT
006786     IF NOT DL150-PND-APPROVED
006788         GO TO 2500-RETIRE-DEVICE-EXIT
006790     END-IF
006792
006794     MOVE "RETIRE"      TO DL150-JRN-ACTION
006796     MOVE "Y"           TO DL150-JRN-BEFORE-SW
006798     MOVE MasterRecord  TO DL150-JRN-BEFORE
006800     DELETE MasterFile RECORD
006802       INVALID KEY CONTINUE
006804       NOT INVALID KEY
006806         PERFORM 2975-WRITE-JOURNAL
006808             THRU 2975-WRITE-JOURNAL-EXIT
006810     END-DELETE
006812     MOVE "RETIRED" TO DL150-RPT-RESULT
006814     PERFORM 2860-CLOSE-PENDING
006816         THRU 2860-CLOSE-PENDING-EXIT.
006820
006830 2500-RETIRE-DEVICE-EXIT.
006840     EXIT.
006870* 2600-MERGE-DEVICE - HARDWARE SWAP: FOLD THE DEVICE'S
006880* FREQUENCY INTO THE TARGET DEVICE NAMED IN THE OPERAND AND
006890* RETIRE THE SOURCE.  BOTH DEVICES MUST BE ON THE MASTER.
006895* DUAL CONTROL: NOTHING MOVES UNTIL A SECOND OPERATOR APPROVES.
006900*----------------------------------------------------------
006910 2600-MERGE-DEVICE.
006920     MOVE MTX-DEVICE-ID TO DL150-WRK-DEVICE
007000         GO TO 2600-MERGE-DEVICE-EXIT
007010     END-IF
007020     MOVE MST-FREQUENCY TO DL150-SRC-FREQUENCY
007025     MOVE MasterRecord  TO DL150-JRN-SOURCE
007030
007040     IF MTX-OPERAND(1:8) = SPACES
007050             OR MTX-OPERAND(1:8) = MTX-DEVICE-ID
007200         GO TO 2600-MERGE-DEVICE-EXIT
007210     END-IF
007220
007221     PERFORM 2800-CHECK-APPROVAL
007222         THRU 2800-CHECK-APPROVAL-EXIT
007223     IF NOT DL150-PND-APPROVED
007224         GO TO 2600-MERGE-DEVICE-EXIT
007225     END-IF
007226
007230*    THE RECORD AREA NOW HOLDS THE TARGET; FOLD THE SOURCE
007240*    FREQUENCY IN, REWRITE IT, THEN DROP THE SOURCE RECORD.
007241     MOVE "MERGE"       TO DL150-JRN-ACTION
007242     MOVE "Y"           TO DL150-JRN-BEFORE-SW
007243     MOVE MasterRecord  TO DL150-JRN-BEFORE
007245     MOVE MST-FREQUENCY TO DL150-OLD-FREQUENCY
007250     ADD DL150-SRC-FREQUENCY TO MST-FREQUENCY
007270     MOVE DL150-RUN-DATE TO MST-LAST-RUN-DATE
007280     REWRITE MasterRecord
007282       INVALID KEY CONTINUE
007283       NOT INVALID KEY
007284         PERFORM 2975-WRITE-JOURNAL
007285             THRU 2975-WRITE-JOURNAL-EXIT
007286     END-REWRITE
007290     MOVE MST-FREQUENCY TO DL150-NEW-FREQUENCY
007292
007294*    THE HISTORY LINE CARRIES THE TARGET DEVICE - ITS MASTER
007301         THRU 2970-WRITE-HISTORY-EXIT
007302
007304     MOVE MTX-DEVICE-ID TO MST-DEVICE-ID
007305     MOVE DL150-JRN-SOURCE TO DL150-JRN-BEFORE
007306     DELETE MasterFile RECORD
007308       INVALID KEY CONTINUE
007309       NOT INVALID KEY
007310         PERFORM 2975-WRITE-JOURNAL
007311             THRU 2975-WRITE-JOURNAL-EXIT
007312     END-DELETE
007316     MOVE "MERGED INTO TARGET - SOURCE RETIRED"
007319         TO DL150-RPT-RESULT
007322     PERFORM 2860-CLOSE-PENDING
007325         THRU 2860-CLOSE-PENDING-EXIT.
007330
007340 2600-MERGE-DEVICE-EXIT.
007350     EXIT.
007750                 SET DL150-CHANGE-INVALID TO TRUE
007760             END-IF
007770         END-IF
007771     END-IF.
007772
007773 2150-VALIDATE-OPERAND-EXIT.
007774     EXIT.
007775
007776*----------------------------------------------------------
007777* 2700-SET-REFERENCE - MAINTAIN THE DEVICE'S REFERENCE
007778* RECORD: OWNING LAB (SETLAB), LOCATION (SETLOC), AND
007779* INSTRUMENT MODEL (SETMODEL) FROM THE TEXT FIELD; LAST
007780* CERTIFICATION DATE (CERTIFY) AND CERTIFICATION INTERVAL IN
007781* DAYS (CERTINTVL) FROM THE OPERAND.  THE DEVICE MUST BE ON
007782* THE MASTER.  ITS REFERENCE RECORD IS CREATED BY THE FIRST
007783* TRANSACTION THAT NAMES IT.
007784*----------------------------------------------------------
007785 2700-SET-REFERENCE.
007786     IF NOT DL150-REF-OPEN
007787         MOVE "REJECTED - REF FILE NOT AVAILABLE"
007788             TO DL150-RPT-RESULT
007789         SET DL150-TRAN-REJECTED TO TRUE
007790         GO TO 2700-SET-REFERENCE-EXIT
007791     END-IF
007792
007793     MOVE MTX-DEVICE-ID TO DL150-WRK-DEVICE
007794     PERFORM 2110-READ-MASTER-DEVICE
007795         THRU 2110-READ-MASTER-DEVICE-EXIT
007796
007797     IF DL150-MST-NOT-FOUND
007798         MOVE "REJECTED - NOT ON MASTER"
007799             TO DL150-RPT-RESULT
007800         SET DL150-TRAN-REJECTED TO TRUE
007801         GO TO 2700-SET-REFERENCE-EXIT
007802     END-IF
007803     MOVE MST-FREQUENCY TO DL150-NEW-FREQUENCY
007804
007805     PERFORM 2710-READ-REFERENCE
007806         THRU 2710-READ-REFERENCE-EXIT
007807     MOVE SPACES TO DL150-RPT-RESULT
007808
007809     EVALUATE MTX-ACTION
007810         WHEN "SETLAB"
007811             IF MTX-TEXT = SPACES
007812                 MOVE "REJECTED - LAB MISSING"
007813                     TO DL150-RPT-RESULT
007814                 SET DL150-TRAN-REJECTED TO TRUE
007815                 GO TO 2700-SET-REFERENCE-EXIT
007816             END-IF
007817*            THE REFERENCE LAB FIELD IS 12 BYTES - A LONGER
007818*            NAME IS REFUSED RATHER THAN CUT OFF UNSEEN.
007819             IF MTX-TEXT(13:8) NOT = SPACES
007820                 MOVE "REJECTED - LAB TOO LONG"
007821                     TO DL150-RPT-RESULT
007822                 SET DL150-TRAN-REJECTED TO TRUE
007823                 GO TO 2700-SET-REFERENCE-EXIT
007824             END-IF
007825             MOVE MTX-TEXT TO REF-LAB
007826             STRING "LAB SET: " DELIMITED BY SIZE
007827                    MTX-TEXT    DELIMITED BY SIZE
007828                 INTO DL150-RPT-RESULT
007829             END-STRING
007830         WHEN "SETLOC"
007831             IF MTX-TEXT = SPACES
007832                 MOVE "REJECTED - LOCATION MISSING"
007833                     TO DL150-RPT-RESULT
007834                 SET DL150-TRAN-REJECTED TO TRUE
007835                 GO TO 2700-SET-REFERENCE-EXIT
007836             END-IF
007837             MOVE MTX-TEXT TO REF-LOCATION
007838             STRING "LOCATION SET: " DELIMITED BY SIZE
007839                    MTX-TEXT         DELIMITED BY SIZE
007840                 INTO DL150-RPT-RESULT
007841             END-STRING
007842         WHEN "SETMODEL"
007843             IF MTX-TEXT = SPACES
007844                 MOVE "REJECTED - MODEL MISSING"
007845                     TO DL150-RPT-RESULT
007846                 SET DL150-TRAN-REJECTED TO TRUE
007847                 GO TO 2700-SET-REFERENCE-EXIT
007848             END-IF
007849             MOVE MTX-TEXT TO REF-MODEL
007850             STRING "MODEL SET: " DELIMITED BY SIZE
007851                    MTX-TEXT      DELIMITED BY SIZE
007852                 INTO DL150-RPT-RESULT
007853             END-STRING
007854         WHEN "CERTIFY"
007855             PERFORM 2720-EDIT-CERT-DATE
007856                 THRU 2720-EDIT-CERT-DATE-EXIT
007857             IF DL150-CHANGE-INVALID
007858                 MOVE "REJECTED - BAD CERTIFICATION DATE"
007859                     TO DL150-RPT-RESULT
007860                 SET DL150-TRAN-REJECTED TO TRUE
007861                 GO TO 2700-SET-REFERENCE-EXIT
007862             END-IF
007863             MOVE DL150-CERT-DATE TO REF-LAST-CERT-DATE
007864             STRING "CERTIFIED " DELIMITED BY SIZE
007865                    DL150-CERT-DATE DELIMITED BY SIZE
007866                 INTO DL150-RPT-RESULT
007867             END-STRING
007868         WHEN "CERTINTVL"
007869             PERFORM 2730-EDIT-CERT-INTERVAL
007870                 THRU 2730-EDIT-CERT-INTERVAL-EXIT
007871             IF DL150-CHANGE-INVALID
007872                 MOVE "REJECTED - BAD CERTIFICATION INTERVAL"
007873                     TO DL150-RPT-RESULT
007874                 SET DL150-TRAN-REJECTED TO TRUE
007875                 GO TO 2700-SET-REFERENCE-EXIT
007876             END-IF
007877             MOVE DL150-CERT-INTERVAL TO REF-CERT-INTERVAL
007878             STRING "INTERVAL SET: " DELIMITED BY SIZE
007879                    DL150-CERT-INTERVAL DELIMITED BY SIZE
007880                    " DAYS"          DELIMITED BY SIZE
007881                 INTO DL150-RPT-RESULT
007882             END-STRING
007883     END-EVALUATE
007884
007885     IF DL150-REF-FOUND
007886         REWRITE DeviceRefRecord
007887           INVALID KEY
007888             MOVE "REJECTED - REF UPDATE FAILED"
007889                 TO DL150-RPT-RESULT
007890             SET DL150-TRAN-REJECTED TO TRUE
007891         END-REWRITE
007892     ELSE
007893         WRITE DeviceRefRecord
007894           INVALID KEY
007895             MOVE "REJECTED - REF UPDATE FAILED"
007896                 TO DL150-RPT-RESULT
007897             SET DL150-TRAN-REJECTED TO TRUE
007898         END-WRITE
007899     END-IF.
007900
007901 2700-SET-REFERENCE-EXIT.
007902     EXIT.
007903
007904*----------------------------------------------------------
007905* 2710-READ-REFERENCE - READ DL150-WRK-DEVICE'S REFERENCE
007906* RECORD, OR PRIME AN EMPTY ONE WHEN THE DEVICE HAS NONE.
007907*----------------------------------------------------------
007908 2710-READ-REFERENCE.
007909     SET DL150-REF-NOT-FOUND TO TRUE
007910
007911     MOVE DL150-WRK-DEVICE TO REF-DEVICE-ID
007912     READ DeviceRefFile KEY IS REF-DEVICE-ID
007913       INVALID KEY
007914         MOVE SPACES TO DeviceRefRecord
007915         MOVE DL150-WRK-DEVICE TO REF-DEVICE-ID
007916         MOVE ZERO TO REF-LAST-CERT-DATE
007917         MOVE ZERO TO REF-CERT-INTERVAL
007918       NOT INVALID KEY
007919         SET DL150-REF-FOUND TO TRUE
007920     END-READ.
007921
007922 2710-READ-REFERENCE-EXIT.
007923     EXIT.
007924
007925*----------------------------------------------------------
007926* 2720-EDIT-CERT-DATE - A BLANK OPERAND MEANS CERTIFIED
007927* TODAY.  OTHERWISE IT MUST BE A REAL YYYYMMDD CALENDAR DATE
007928* NO LATER THAN TODAY - A CERTIFICATE CANNOT BE ISSUED IN
007929* ADVANCE.
007930*----------------------------------------------------------
007931 2720-EDIT-CERT-DATE.
007932     SET DL150-CHANGE-VALID TO TRUE
007933
007934     IF MTX-OPERAND = SPACES
007935         MOVE DL150-RUN-DATE TO DL150-CERT-DATE
007936         GO TO 2720-EDIT-CERT-DATE-EXIT
007937     END-IF
007938
007939     IF MTX-OPERAND(1:8) NOT NUMERIC
007940             OR MTX-OPERAND(9:1) NOT = SPACE
007941         SET DL150-CHANGE-INVALID TO TRUE
007942         GO TO 2720-EDIT-CERT-DATE-EXIT
007943     END-IF
007944
007945     MOVE MTX-OPERAND(1:8) TO DL150-CERT-DATE
007946     IF DL150-CERT-YYYY < 1900
007947             OR DL150-CERT-MM < 1 OR DL150-CERT-MM > 12
007948             OR DL150-CERT-DD < 1
007949             OR DL150-CERT-DATE > DL150-RUN-DATE
007950         SET DL150-CHANGE-INVALID TO TRUE
007951         GO TO 2720-EDIT-CERT-DATE-EXIT
007952     END-IF
007953
007954*    THE DAY MUST FALL WITHIN THE MONTH - FEBRUARY HAS 29
007955*    DAYS ONLY IN A LEAP YEAR (EVERY 4TH, BUT NOT A CENTURY
007956*    UNLESS IT IS ALSO A 400TH).
007957     EVALUATE DL150-CERT-MM
007958         WHEN 4
007959         WHEN 6
007960         WHEN 9
007961         WHEN 11
007962             MOVE 30 TO DL150-CERT-MAX-DD
007963         WHEN 2
007964             DIVIDE DL150-CERT-YYYY BY 4
007965                 GIVING DL150-CERT-QUOT
007966                     REMAINDER DL150-CERT-REM4
007967             DIVIDE DL150-CERT-YYYY BY 100
007968                 GIVING DL150-CERT-QUOT
007969                     REMAINDER DL150-CERT-REM100
007970             DIVIDE DL150-CERT-YYYY BY 400
007971                 GIVING DL150-CERT-QUOT
007972                     REMAINDER DL150-CERT-REM400
007973             IF DL150-CERT-REM400 = ZERO
007974                     OR (DL150-CERT-REM4 = ZERO
007975                         AND DL150-CERT-REM100 NOT = ZERO)
007976                 MOVE 29 TO DL150-CERT-MAX-DD
007977             ELSE
007978                 MOVE 28 TO DL150-CERT-MAX-DD
007979             END-IF
007980         WHEN OTHER
007981             MOVE 31 TO DL150-CERT-MAX-DD
007982     END-EVALUATE
007983     IF DL150-CERT-DD > DL150-CERT-MAX-DD
007984         SET DL150-CHANGE-INVALID TO TRUE
007985     END-IF.
007986
007987 2720-EDIT-CERT-DATE-EXIT.
007988     EXIT.
007989
007990*----------------------------------------------------------
007991* 2730-EDIT-CERT-INTERVAL - THE INTERVAL IS 1 TO 4 DIGITS OF
007992* DAYS, LEFT-JUSTIFIED IN THE OPERAND, AND NEVER ZERO.
007993*----------------------------------------------------------
007994 2730-EDIT-CERT-INTERVAL.
007995     SET DL150-CHANGE-VALID TO TRUE
007996     MOVE ZERO TO DL150-CERT-DIGITS
007997     MOVE ZERO TO DL150-CERT-INTERVAL
007998
007999     INSPECT MTX-OPERAND TALLYING DL150-CERT-DIGITS
008000         FOR CHARACTERS BEFORE INITIAL SPACE
008001     IF DL150-CERT-DIGITS < 1 OR DL150-CERT-DIGITS > 4
008002         SET DL150-CHANGE-INVALID TO TRUE
008003         GO TO 2730-EDIT-CERT-INTERVAL-EXIT
008004     END-IF
008005     IF MTX-OPERAND(1:DL150-CERT-DIGITS) NOT NUMERIC
008006             OR MTX-OPERAND(DL150-CERT-DIGITS + 1:) NOT = SPACES
008007         SET DL150-CHANGE-INVALID TO TRUE
008008         GO TO 2730-EDIT-CERT-INTERVAL-EXIT
008009     END-IF
008010
008011     MOVE MTX-OPERAND(1:DL150-CERT-DIGITS)
008012         TO DL150-CERT-INTERVAL
008013     IF DL150-CERT-INTERVAL = ZERO
008014         SET DL150-CHANGE-INVALID TO TRUE
008015     END-IF.
008016
008017 2730-EDIT-CERT-INTERVAL-EXIT.
008018     EXIT.
008019
008020*----------------------------------------------------------
008021* 2800-CHECK-APPROVAL - DUAL CONTROL FOR RETIRE AND MERGE.
008022* THE FIRST SUBMISSION IS RECORDED AS A PENDING REQUEST AND
008023* CHANGES NOTHING.  THE SAME TRANSACTION FROM A DIFFERENT
008024* AUTHORIZED OPERATOR IN A LATER RUN IS THE APPROVAL: THE
008025* ACTION GOES THROUGH AND THE CALLER CLOSES THE REQUEST.
008026* NEITHER THE REQUESTING OPERATOR NOR THE REQUESTING RUN CAN
008027* APPROVE ITS OWN REQUEST.
008028*----------------------------------------------------------
008029 2800-CHECK-APPROVAL.
008030     MOVE SPACE         TO DL150-PND-RESULT-SW
008031     MOVE MTX-ACTION    TO DL150-PND-ACTION
008032     MOVE MTX-DEVICE-ID TO DL150-PND-DEVICE
008033     MOVE MTX-OPERAND   TO DL150-PND-OPERAND
008034     MOVE MTX-OPERATOR  TO DL150-PND-OPERATOR
008035
008036     IF DL150-PND-OVERFLOW
008037         SET DL150-PND-TABLE-FULL TO TRUE
008038         GO TO 2800-SET-RESULT
008039     END-IF
008040
008041     PERFORM 2810-FIND-PENDING
008042         THRU 2810-FIND-PENDING-EXIT
008043
008044     IF DL150-PND-NOT-FOUND
008045         PERFORM 1720-TAKE-FREE-SLOT
008046             THRU 1720-TAKE-FREE-SLOT-EXIT
008047         IF DL150-PND-SLOT = ZERO
008048             SET DL150-PND-TABLE-FULL TO TRUE
008049             GO TO 2800-SET-RESULT
008050         END-IF
008051         MOVE DL150-PND-KEY
008052             TO DL150-PND-TBL-KEY(DL150-PND-SLOT)
008053         MOVE DL150-PND-OPERATOR
008054             TO DL150-PND-TBL-OPERATOR(DL150-PND-SLOT)
008055         MOVE DL150-RUN-DATE
008056             TO DL150-PND-TBL-DATE(DL150-PND-SLOT)
008057         MOVE DL150-RUN-TIME(1:6)
008058             TO DL150-PND-TBL-TIME(DL150-PND-SLOT)
008059         MOVE "Y" TO DL150-PND-TBL-OPEN-SW(DL150-PND-SLOT)
008060         MOVE "P" TO DL150-PND-WRITE-TYPE
008061         PERFORM 2850-WRITE-PENDING
008062             THRU 2850-WRITE-PENDING-EXIT
008063         SET DL150-PND-REQUESTED TO TRUE
008064         GO TO 2800-SET-RESULT
008065     END-IF
008066
008067     EVALUATE TRUE
008068         WHEN DL150-PND-TBL-OPERATOR(DL150-PND-SUB)
008069                 = DL150-PND-OPERATOR
008070             SET DL150-PND-SAME-OPER TO TRUE
008071         WHEN DL150-PND-TBL-DATE(DL150-PND-SUB) = DL150-RUN-DATE
008072                 AND DL150-PND-TBL-TIME(DL150-PND-SUB)
008073                     = DL150-RUN-TIME(1:6)
008074             SET DL150-PND-SAME-RUN TO TRUE
008075         WHEN OTHER
008076             SET DL150-PND-APPROVED TO TRUE
008077     END-EVALUATE.
008078
008079 2800-SET-RESULT.
008080     EVALUATE TRUE
008081         WHEN DL150-PND-APPROVED
008082             CONTINUE
008083         WHEN DL150-PND-TABLE-FULL
008084             MOVE "REJECTED - PENDING TABLE FULL"
008085                 TO DL150-RPT-RESULT
008086             SET DL150-TRAN-REJECTED TO TRUE
008087         WHEN DL150-PND-REQUESTED
008088             MOVE "PENDING - SECOND OPERATOR NEEDED"
008089                 TO DL150-RPT-RESULT
008090             SET DL150-TRAN-PENDING TO TRUE
008091         WHEN DL150-PND-SAME-OPER
008092             MOVE "PENDING - NEED ANOTHER OPERATOR"
008093                 TO DL150-RPT-RESULT
008094             SET DL150-TRAN-PENDING TO TRUE
008095         WHEN OTHER
008096             MOVE "PENDING - APPROVE IN A LATER RUN"
008097                 TO DL150-RPT-RESULT
008098             SET DL150-TRAN-PENDING TO TRUE
008099     END-EVALUATE.
008100
008101 2800-CHECK-APPROVAL-EXIT.
008102     EXIT.
008103
008104*----------------------------------------------------------
008105* 2810-FIND-PENDING - LOCATE THE OPEN REQUEST FOR
008106* DL150-PND-KEY.  ON A HIT DL150-PND-SUB POINTS AT IT.
008107*----------------------------------------------------------
008108 2810-FIND-PENDING.
008109     SET DL150-PND-NOT-FOUND TO TRUE
008110     MOVE ZERO TO DL150-PND-SUB
008111
008112     PERFORM 2820-MATCH-ONE-PENDING
008113         THRU 2820-MATCH-ONE-PENDING-EXIT
008114         UNTIL DL150-PND-FOUND
008115            OR DL150-PND-SUB >= DL150-PND-COUNT.
008116
008117 2810-FIND-PENDING-EXIT.
008118     EXIT.
008119
008120 2820-MATCH-ONE-PENDING.
008121     ADD 1 TO DL150-PND-SUB
008122     IF DL150-PND-TBL-OPEN-SW(DL150-PND-SUB) = "Y"
008123             AND DL150-PND-TBL-KEY(DL150-PND-SUB) = DL150-PND-KEY
008124         SET DL150-PND-FOUND TO TRUE
008125     END-IF.
008126
008127 2820-MATCH-ONE-PENDING-EXIT.
008128     EXIT.
008129
008130*----------------------------------------------------------
008131* 2850-WRITE-PENDING - APPEND A REQUEST ("P") OR APPROVAL
008132* ("A") RECORD FOR DL150-PND-KEY TO THE SHARED PENDING FILE,
008133* STAMPED WITH THIS RUN AND THE SUBMITTING OPERATOR.
008134*----------------------------------------------------------
008135 2850-WRITE-PENDING.
008136     OPEN EXTEND PendingFile
008137     IF DL150-PENDING-NOT-FOUND
008138         OPEN OUTPUT PendingFile
008139     END-IF
008140
008141     MOVE SPACES               TO PendingRecord
008142     MOVE DL150-PND-WRITE-TYPE TO PND-TYPE
008143     MOVE "DAY1MNT"            TO PND-PROGRAM
008144     MOVE DL150-PND-KEY        TO PND-KEY
008145     MOVE DL150-PND-OPERATOR   TO PND-OPERATOR
008146     MOVE DL150-RUN-DATE       TO PND-DATE
008147     MOVE DL150-RUN-TIME(1:6)  TO PND-TIME
008148     WRITE PendingRecord
008149     CLOSE PendingFile.
008150
008151 2850-WRITE-PENDING-EXIT.
008152     EXIT.
008153
008154*----------------------------------------------------------
008155* 2860-CLOSE-PENDING - THE APPROVED ACTION HAS BEEN TAKEN:
008156* CLOSE ITS REQUEST (DL150-PND-SUB FROM 2800) AND RECORD THE
008157* APPROVING OPERATOR.
008158*----------------------------------------------------------
008159 2860-CLOSE-PENDING.
008160     MOVE "N" TO DL150-PND-TBL-OPEN-SW(DL150-PND-SUB)
008161     MOVE "A" TO DL150-PND-WRITE-TYPE
008162     PERFORM 2850-WRITE-PENDING
008163         THRU 2850-WRITE-PENDING-EXIT.
008164
008165 2860-CLOSE-PENDING-EXIT.
008166     EXIT.
008167
008168*----------------------------------------------------------
008169* 2970-WRITE-HISTORY - APPEND THE MAINTENANCE MOVEMENT TO THE
008170* SHARED CALIBRATION HISTORY.  THE CALLER SETS THE DEVICE AND
008171* THE OLD/NEW FREQUENCIES; AN ADD WRITES START = END SO THE
008172* DRIFT TREND SEES NO MOVEMENT, ONLY THE OPENING LEVEL.
008174*----------------------------------------------------------
008176 2970-WRITE-HISTORY.
008216     EXIT.
008218
008219*----------------------------------------------------------
008220* 2975-WRITE-JOURNAL - APPEND ONE MASTER CHANGE TO THE MASTER
008221* CHANGE JOURNAL.  THE DEVICE IS THE ONE IN THE MASTER KEY; A
008222* DELETE (RETIRE, OR THE SOURCE OF A MERGE) CARRIES NO AFTER
008223* IMAGE.
008224*----------------------------------------------------------
008225 2975-WRITE-JOURNAL.
008226     MOVE MST-DEVICE-ID TO DL150-JRN-DEVICE
008227     MOVE "Y" TO DL150-JRN-AFTER-SW
008228     IF DL150-JRN-ACTION = "RETIRE"
008229             OR MST-DEVICE-ID = MTX-DEVICE-ID
008230                AND DL150-JRN-ACTION = "MERGE"
008231         MOVE "N" TO DL150-JRN-AFTER-SW
008232     END-IF
008233     MOVE DL150-TRAN-READ-COUNT TO DL150-JRN-TRAN-NO
008234     MOVE MTX-OPERATOR          TO DL150-JRN-OPERATOR
008235
008236     OPEN EXTEND JournalFile
008237     IF DL150-JOURNAL-NOT-FOUND
008238         OPEN OUTPUT JournalFile
008239     END-IF
008240
008241     MOVE SPACES                TO JournalRecord
008242     MOVE DL150-JRN-DEVICE      TO JRN-DEVICE-ID
008243     MOVE "DAY1MNT"             TO JRN-PROGRAM
008244     ACCEPT JRN-DATE FROM DATE YYYYMMDD
008245     ACCEPT DL150-JRN-CLOCK FROM TIME
008246     MOVE DL150-JRN-CLOCK(1:6)  TO JRN-TIME
008247     MOVE DL150-JRN-RUN-ID      TO JRN-RUN-ID
008248     MOVE DL150-JRN-ACTION      TO JRN-ACTION
008249     MOVE DL150-JRN-BEFORE-SW   TO JRN-BEFORE-SW
008250     MOVE DL150-JRN-BEFORE      TO JRN-BEFORE-IMAGE
008251     MOVE DL150-JRN-AFTER-SW    TO JRN-AFTER-SW
008252     IF DL150-JRN-AFTER-SW = "Y"
008253         MOVE MasterRecord      TO JRN-AFTER-IMAGE
008254     END-IF
008255     WRITE JournalRecord
008256     CLOSE JournalFile.
008257
008258 2975-WRITE-JOURNAL-EXIT.
008259     EXIT.
008260
008261*----------------------------------------------------------
008262* 8000-PRODUCE-TOTALS - RUN TOTALS AT THE FOOT OF THE REPORT.
008263*----------------------------------------------------------
008264 8000-PRODUCE-TOTALS.
008265     MOVE SPACES TO MaintLine
008266     WRITE MaintLine
008267
008268     MOVE DL150-TRAN-READ-COUNT TO DL150-RPT-TRAN-CNT
008269     MOVE DL150-RPT-TRAN-COUNT  TO MaintLine
008270     WRITE MaintLine
008271
008272     MOVE DL150-APPLIED-COUNT   TO DL150-RPT-APPL-CNT
008280     MOVE DL150-RPT-APPLIED     TO MaintLine
008290     WRITE MaintLine
008300
008310     MOVE DL150-REJECTED-COUNT  TO DL150-RPT-REJ-CNT
008320     MOVE DL150-RPT-REJECTED    TO MaintLine
008330     WRITE MaintLine
008331
008332     MOVE DL150-PENDING-COUNT   TO DL150-RPT-PEND-CNT
008333     MOVE DL150-RPT-PENDING     TO MaintLine
008334     WRITE MaintLine
008335
008336     IF NOT DL150-AUT-LOADED
008337         MOVE "NO OPERATOR AUTHORITY - ALL TRANSACTIONS REJECTED"
008338             TO MaintLine
008339         WRITE MaintLine
008340     END-IF
008341
008342     IF DL150-AUT-OVERFLOW
008343         MOVE "AUTHORITY TABLE FULL - LATER CARDS IGNORED"
008344             TO MaintLine
008345         WRITE MaintLine
008346     END-IF
008347
008348     IF DL150-PND-OVERFLOW
008349         MOVE "PENDING TABLE FULL - RETIRE AND MERGE REJECTED"
008350             TO MaintLine
008351         WRITE MaintLine
008352     END-IF
008353
008354     IF NOT DL150-MST-OPEN
008360         MOVE "MASTER NOT AVAILABLE - ALL TRANSACTIONS REJECTED"
008370             TO MaintLine
008380         WRITE MaintLine
008450* 9500-WRITE-AUDIT-LOG - ONE LINE IN THE SHARED AUDIT LOG FOR
008460* EVERY MAINTENANCE TRANSACTION, UNDER RUN MODE "MAINT", SO
008470* THE AUDITORS CAN SEE WHO CHANGED THE MASTER AND WHEN.  A
008476* REJECTED TRANSACTION IS LOGGED EXCEPT, ONE HELD FOR A
008482* SECOND OPERATOR PENDING.
008490*----------------------------------------------------------
008500 9500-WRITE-AUDIT-LOG.
008510     MOVE DL150-RUN-MM        TO DL150-AUD-MM
008610            MTX-DEVICE-ID DELIMITED BY SIZE
008620            " "           DELIMITED BY SIZE
008630            MTX-OPERAND   DELIMITED BY SIZE
008633            " "           DELIMITED BY SIZE
008636            MTX-TEXT      DELIMITED BY SIZE
008640         INTO DL150-AUD-FILE
008650     END-STRING
008660     MOVE DL150-TRAN-READ-COUNT TO DL150-AUD-REC-CNT
008670     MOVE DL150-NEW-FREQUENCY   TO DL150-AUD-END-FREQ
008675     MOVE MTX-DEVICE-ID         TO DL150-AUD-DEVICE
008681     EVALUATE TRUE
008687         WHEN DL150-TRAN-APPLIED
008693             MOVE "NORMAL"   TO DL150-AUD-STATUS
008699         WHEN DL150-TRAN-PENDING
008705             MOVE "PENDING"  TO DL150-AUD-STATUS
008711         WHEN OTHER
008717             MOVE "EXCEPT"   TO DL150-AUD-STATUS
008723     END-EVALUATE
008730
008740     OPEN EXTEND AuditFile
008750     IF DL150-AUDIT-NOT-FOUND
008894     IF DL150-MST-OPEN
008896         CLOSE MasterFile
008898     END-IF
008899     IF DL150-REF-OPEN
008900         CLOSE DeviceRefFile
008901     END-IF
008902
008904     PERFORM 9700-RELEASE-INTERLOCK
008906         THRU 9700-RELEASE-INTERLOCK-EXIT.
009230     MOVE "DAY1MNT"           TO LCK-PROGRAM-ID
009240     MOVE DL150-RUN-DATE      TO LCK-RUN-DATE
009250     MOVE DL150-RUN-TIME(1:6) TO LCK-RUN-TIME
009260     MOVE "MASTER AUDIT HISTORY DEVREF"
009270         TO LCK-FILES-HELD
009280     WRITE LockRecord
009290     CLOSE LockFile
