000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    DAY1JOBS.
000030 AUTHOR.        DAVID ARAMANT.
000040 INSTALLATION.  CALIBRATION SYSTEMS.
000050 DATE-WRITTEN.  2026-10-15.
000060 DATE-COMPILED.
000070*----------------------------------------------------------
000080* MODIFICATION HISTORY
000090*----------------------------------------------------------
000100* 2026-10-15  DA  ORIGINAL PROGRAM - NIGHTLY JOB-STREAM
000110*                 DRIVER.  THE NIGHT WAS HAND-RUN: DAY1INTK,
000120*                 DAY1 MULTI, DAY1INTK POST, DAY1CMPL,
000130*                 DAY1ALRT, DAY1VRFY, WITH WHOEVER WAS ON
000140*                 SHIFT DECIDING FROM EACH REPORT WHETHER TO
000150*                 GO ON AND REMEMBERING WHERE A HALF-FINISHED
000160*                 NIGHT STOPPED.  THIS PROGRAM READS THE STEP
000170*                 TABLE DAY1-JOBSTEP.TXT AND RUNS THE STEPS IN
000180*                 ORDER.  EACH STEP CARRIES UP TO FOUR RULES
000190*                 KEYED ON THE PREVIOUS STEP'S COMPLETION CODE
000200*                 AS WRITTEN TO THE SHARED AUDIT FILE (NORMAL,
000210*                 EXCEPT, SEQBRK, LIMIT, LOCKED, NOFEED ...)
000220*                 AND A DEFAULT, EACH SAYING CONTINUE, SKIP
000230*                 OR STOP.  EVERY STEP GETS A LINE ON THE
000240*                 JOB-STEP LOG DAY1-JOBLOG.TXT WITH ITS START
000250*                 TIME, END TIME AND RESULT.  A STOP LEAVES
000260*                 THE RESTART POINT IN DAY1-JOBRST.DAT AND
000270*                 RAISES A CRITICAL ALERT; THE NEXT RUN
000280*                 RESUMES AT THAT STEP, SO A POSTED NIGHT IS
000290*                 NEVER POSTED AGAIN AND THE POST STEP IS
000300*                 NEVER LEFT OUT.  RUN PARAMETER "FRESH"
000310*                 DISCARDS A RESTART POINT AND STARTS AT THE
000320*                 TOP OF THE TABLE.
000321* 2026-10-15  DA  THE DRIVER'S OWN AUDIT LINE AND STOP ALERT
000322*                 ARE APPENDED UNDER THE SHARED-FILE RUN
000323*                 INTERLOCK (DAY1-LOCK.DAT), CLAIMED JUST FOR
000324*                 THE APPEND AND RELEASED STRAIGHT AFTER - NEVER
000325*                 ACROSS A STEP, WHICH CLAIMS IT FOR ITSELF.  A
000326*                 HELD LOCK IS LOGGED ON THE JOB-STEP LOG AND
000327*                 THAT APPEND IS NOT MADE.
000330*----------------------------------------------------------
000340 ENVIRONMENT DIVISION.
000350 CONFIGURATION SECTION.
000360 SOURCE-COMPUTER.   IBM-370.
000370 OBJECT-COMPUTER.   IBM-370.
000380 INPUT-OUTPUT SECTION.
000390 FILE-CONTROL.
000400     SELECT StepTableFile ASSIGN TO "day1-jobstep.txt"
000410                ORGANIZATION IS LINE SEQUENTIAL
000420                FILE STATUS IS DL230-STEP-STATUS.
000430
000440     SELECT JobRestartFile ASSIGN TO "day1-jobrst.dat"
000450                ORGANIZATION IS LINE SEQUENTIAL
000460                FILE STATUS IS DL230-JOBRST-STATUS.
000470
000480     SELECT JobLogFile ASSIGN TO "day1-joblog.txt"
000490                ORGANIZATION IS LINE SEQUENTIAL
000500                FILE STATUS IS DL230-JOBLOG-STATUS.
000510
000520     SELECT AuditFile ASSIGN TO DYNAMIC DL230-AUDIT-FILENAME
000530                ORGANIZATION IS LINE SEQUENTIAL
000540                FILE STATUS IS DL230-AUDIT-STATUS.
000550
000560     SELECT AlertFile ASSIGN TO DYNAMIC DL230-ALERT-FILENAME
000570                ORGANIZATION IS LINE SEQUENTIAL
000580                FILE STATUS IS DL230-ALERT-STATUS.
000590
000592     SELECT LockFile ASSIGN TO "day1-lock.dat"
000594                ORGANIZATION IS LINE SEQUENTIAL
000596                FILE STATUS IS DL230-LOCK-STATUS.
000598
000600     SELECT ControlCardFile ASSIGN TO "day1-control.crd"
000610                ORGANIZATION IS LINE SEQUENTIAL
000620                FILE STATUS IS DL230-CONTROL-STATUS.
000630
000640 DATA DIVISION.
000650 FILE SECTION.
000660*----------------------------------------------------------
000670* STEP TABLE CARD - ONE STEP PER CARD, IN RUN ORDER.  THE
000680* AUDIT MODE IS THE MODE COLUMN (22-29) THE STEP'S PROGRAM
000690* WRITES ON ITS AUDIT LINE; ITS STATUS COLUMN (104-111) IS
000700* THE STEP'S COMPLETION CODE.  EACH RULE PAIRS A COMPLETION
000710* CODE OF THE PREVIOUS STEP WITH AN ACTION:
000720*     C  CONTINUE - RUN THIS STEP
000730*     S  SKIP THIS STEP AND TEST THE NEXT ONE
000740*     X  STOP - THE RERUN STARTS AT THIS STEP
000750*     R  STOP - THE RERUN STARTS AT THE STEP THAT SET THE
000760*        CODE (IT DID NOT DO ITS WORK, E.G. IT ENDED LOCKED)
000770* A CODE NO RULE NAMES TAKES THE DEFAULT ACTION.  THE FIRST
000771* STEP IS TESTED AGAINST THE CODE "START".  THE NIGHTLY
000772* TABLE:
000773*  01 DAY1INTK                  INTAKE   C
000774*  02 DAY1     MULTI            MULTI    X NORMAL  C LOCKED  R
000775*  03 DAY1INTK POST             POST     C LOCKED  R
000776*  04 DAY1CMPL                  COMPLETE X NORMAL  C LOCKED  R
000777*  05 DAY1ALRT                  ALERTMNT C LOCKED  R
000778*  06 DAY1VRFY                  VERIFY   C LOCKED  R
000780*----------------------------------------------------------
000790 FD  StepTableFile.
000800 01  StepRecord.
000810     88  EndOfStepTable     VALUE HIGH-VALUES.
000820     02  STP-STEP-NO        PIC X(02).
000830     02  FILLER             PIC X(01).
000840     02  STP-PROGRAM        PIC X(08).
000850     02  FILLER             PIC X(01).
000860     02  STP-PARM           PIC X(16).
000870     02  FILLER             PIC X(01).
000880     02  STP-AUDIT-MODE     PIC X(08).
000890     02  FILLER             PIC X(01).
000900     02  STP-DEFAULT-ACT    PIC X(01).
000910     02  FILLER             PIC X(01).
000920     02  STP-RULE OCCURS 4 TIMES.
000930         03  STP-RULE-CODE  PIC X(08).
000940         03  STP-RULE-ACT   PIC X(01).
000950         03  FILLER         PIC X(01).
000960
000970 FD  JobRestartFile.
000980 01  JobRestartRecord.
000990     02  RST-STEP-NO        PIC X(02).
001000     02  FILLER             PIC X(01).
001010     02  RST-RUN-DATE       PIC 9(08).
001020     02  FILLER             PIC X(01).
001030     02  RST-RUN-TIME       PIC 9(06).
001040     02  FILLER             PIC X(01).
001050     02  RST-CODE           PIC X(08).
001060     02  FILLER             PIC X(53).
001070
001080 FD  JobLogFile.
001090 01  JobLogLine             PIC X(080).
001100
001110 FD  AuditFile.
001120 01  AuditRecord.
001130     88  EndOfAuditFile     VALUE HIGH-VALUES.
001140     02  AUD-LINE-AREA      PIC X(120).
001150
001160 FD  AlertFile.
001170 01  AlertRecord.
001180     02  ALT-RUN-DATE       PIC 9(08).
001190     02  ALT-RUN-TIME       PIC 9(06).
001200     02  ALT-SEVERITY       PIC X(08).
001210     02  ALT-COMPLETION     PIC X(08).
001220     02  ALT-INPUT-FILE     PIC X(50).
001230     02  ALT-MESSAGE        PIC X(40).
001231
001232 FD  LockFile.
001233 01  LockRecord.
001234     02  LCK-PROGRAM-ID     PIC X(08).
001235     02  FILLER             PIC X(01).
001236     02  LCK-RUN-DATE       PIC 9(08).
001237     02  FILLER             PIC X(01).
001238     02  LCK-RUN-TIME       PIC 9(06).
001239     02  FILLER             PIC X(01).
001240     02  LCK-FILES-HELD     PIC X(40).
001241
001250 FD  ControlCardFile.
001260 01  ControlCardRecord.
001270     88  EndOfControlCards  VALUE HIGH-VALUES.
001280     02  CC-CARD-AREA       PIC X(80).
001290
001300 WORKING-STORAGE SECTION.
001310*----------------------------------------------------------
001320* SHARED FILE NAMES - THE AUDIT= AND ALERT= CONTROL CARDS
001330* DAY1 HONORS ARE READ HERE TOO.  JOBLIB= NAMES THE
001340* DIRECTORY THE STEP PROGRAMS ARE RUN FROM.
001350*----------------------------------------------------------
001360 01  DL230-FILE-NAMES.
001370     02  DL230-AUDIT-FILENAME   PIC X(080)
001380                                VALUE "day1-audit.txt".
001390     02  DL230-ALERT-FILENAME   PIC X(080)
001400                                VALUE "day1-alert.dat".
001410     02  DL230-JOB-LIBRARY      PIC X(064) VALUE "./".
001420
001430 01  DL230-STEP-STATUS          PIC X(02) VALUE SPACES.
001440     88  DL230-STEP-STATUS-OK       VALUE "00".
001450
001460 01  DL230-JOBRST-STATUS        PIC X(02) VALUE SPACES.
001470     88  DL230-JOBRST-STATUS-OK     VALUE "00".
001480
001490 01  DL230-JOBLOG-STATUS        PIC X(02) VALUE SPACES.
001500     88  DL230-JOBLOG-STATUS-OK     VALUE "00".
001510     88  DL230-JOBLOG-NOT-FOUND     VALUE "35".
001520
001530 01  DL230-AUDIT-STATUS         PIC X(02) VALUE SPACES.
001540     88  DL230-AUDIT-STATUS-OK      VALUE "00".
001550     88  DL230-AUDIT-NOT-FOUND      VALUE "35".
001560
001570 01  DL230-ALERT-STATUS         PIC X(02) VALUE SPACES.
001580     88  DL230-ALERT-STATUS-OK      VALUE "00".
001590     88  DL230-ALERT-NOT-FOUND      VALUE "35".
001600
001610 01  DL230-CONTROL-STATUS       PIC X(02) VALUE SPACES.
001620     88  DL230-CONTROL-STATUS-OK    VALUE "00".
001621
001622*----------------------------------------------------------
001623* SHARED-FILE RUN INTERLOCK - SEE DAY1.  THE DRIVER HOLDS IT
001624* ONLY FOR ITS OWN AUDIT AND ALERT APPENDS; THE PURPOSE NAMES
001625* THE APPEND LOST ON THE JOB-STEP LOG WHEN IT IS HELD.
001626*----------------------------------------------------------
001627 01  DL230-LOCK-STATUS          PIC X(02) VALUE SPACES.
001628     88  DL230-LOCK-STATUS-OK       VALUE "00".
001629
001630 01  DL230-LOCK-CONTROL.
001631     02  DL230-LOCK-HELD-SW     PIC X(01) VALUE "N".
001632         88  DL230-LOCK-HELD        VALUE "Y".
001633     02  DL230-LOCK-CONFLICT-SW PIC X(01) VALUE "N".
001634         88  DL230-LOCK-CONFLICT    VALUE "Y".
001635     02  DL230-LOCK-OWNER       PIC X(08) VALUE SPACES.
001636     02  DL230-LOCK-PURPOSE     PIC X(30) VALUE SPACES.
001637
001640 01  DL230-CARD-WORK.
001650     02  DL230-CARD-KEYWORD     PIC X(16).
001660     02  DL230-CARD-VALUE       PIC X(64).
001670
001680 01  DL230-RUN-DATE-FIELDS.
001690     02  DL230-RUN-DATE         PIC 9(08) VALUE ZERO.
001700     02  DL230-RUN-DATE-X REDEFINES DL230-RUN-DATE.
001710         03  DL230-RUN-YYYY     PIC 9(04).
001720         03  DL230-RUN-MM       PIC 9(02).
001730         03  DL230-RUN-DD       PIC 9(02).
001740     02  DL230-RUN-TIME         PIC 9(08) VALUE ZERO.
001750     02  DL230-RUN-TIME-X REDEFINES DL230-RUN-TIME.
001760         03  DL230-RUN-HH       PIC 9(02).
001770         03  DL230-RUN-MIN      PIC 9(02).
001780         03  DL230-RUN-SEC      PIC 9(02).
001790         03  FILLER             PIC 9(02).
001800
001810*----------------------------------------------------------
001820* STEP CLOCK - TIME OF DAY TAKEN AROUND EACH STEP FOR THE
001830* JOB-STEP LOG.
001840*----------------------------------------------------------
001850 01  DL230-CLOCK-WORK.
001860     02  DL230-CLOCK-TIME       PIC 9(08) VALUE ZERO.
001870     02  DL230-CLOCK-TIME-X REDEFINES DL230-CLOCK-TIME.
001880         03  DL230-CLK-HH       PIC 9(02).
001890         03  DL230-CLK-MIN      PIC 9(02).
001900         03  DL230-CLK-SEC      PIC 9(02).
001910         03  FILLER             PIC 9(02).
001920     02  DL230-CLOCK-EDITED.
001930         03  DL230-CLE-HH       PIC 9(02).
001940         03  FILLER             PIC X(01) VALUE ":".
001950         03  DL230-CLE-MIN      PIC 9(02).
001960         03  FILLER             PIC X(01) VALUE ":".
001970         03  DL230-CLE-SEC      PIC 9(02).
001980
001990*----------------------------------------------------------
002000* RUN-CONTROL - RUN PARAMETER "FRESH" DISCARDS A RESTART
002010* POINT LEFT BY A STOPPED RUN.
002020*----------------------------------------------------------
002030 01  DL230-PARM-AREA.
002040     02  DL230-PARM-STRING      PIC X(080).
002050     02  DL230-PARM-TOKEN       PIC X(080).
002060
002070 01  DL230-RUN-CONTROL.
002080     02  DL230-FRESH-SW         PIC X(01) VALUE "N".
002090         88  DL230-FRESH-START      VALUE "Y".
002100     02  DL230-RESUME-SW        PIC X(01) VALUE "N".
002110         88  DL230-RESUME-PENDING   VALUE "Y".
002120     02  DL230-RESUME-STEP      PIC X(02) VALUE SPACES.
002130     02  DL230-RESUME-DATE      PIC 9(08) VALUE ZERO.
002140     02  DL230-STOP-SW          PIC X(01) VALUE "N".
002150         88  DL230-STREAM-STOPPED   VALUE "Y".
002160     02  DL230-RESTART-STEP     PIC X(02) VALUE SPACES.
002170     02  DL230-PREV-CODE        PIC X(08) VALUE "START".
002180     02  DL230-STEP-CODE        PIC X(08) VALUE SPACES.
002190     02  DL230-ACTION           PIC X(01) VALUE SPACES.
002200         88  DL230-ACT-CONTINUE     VALUE "C".
002210         88  DL230-ACT-SKIP         VALUE "S".
002220         88  DL230-ACT-STOP         VALUE "X".
002230         88  DL230-ACT-RERUN-PREV   VALUE "R".
002240     02  DL230-LAST-RUN-SUB     PIC 9(04) COMP VALUE ZERO.
002250
002260*----------------------------------------------------------
002270* STEP TABLE - THE WHOLE STEP TABLE IS HELD IN STORAGE SO A
002280* STOP CAN NAME THE STEP THAT SET THE FAILING CODE.
002290*----------------------------------------------------------
002300 01  DL230-STEP-CONTROL.
002310     02  DL230-STEP-COUNT       PIC 9(04) COMP VALUE ZERO.
002320     02  DL230-STEP-SUB         PIC 9(04) COMP VALUE ZERO.
002330     02  DL230-RULE-SUB         PIC 9(04) COMP VALUE ZERO.
002340     02  DL230-RULE-FOUND-SW    PIC X(01) VALUE "N".
002350         88  DL230-RULE-FOUND       VALUE "Y".
002360     02  DL230-STEP-OVFL-SW     PIC X(01) VALUE "N".
002370         88  DL230-STEP-OVERFLOW    VALUE "Y".
002380
002390 01  DL230-STEP-TABLE.
002400     02  DL230-STEP-ENTRY OCCURS 50 TIMES.
002410         03  DL230-STEP-CARD    PIC X(80).
002420
002430*----------------------------------------------------------
002440* STEP EXECUTION - THE AUDIT FILE IS COUNTED BEFORE THE
002450* STEP RUNS; ONLY LINES WRITTEN PAST THAT MARK BELONG TO THE
002460* STEP.  THE LAST OF THEM IN THE STEP'S MODE IS ITS RESULT.
002470*----------------------------------------------------------
002480 01  DL230-EXEC-WORK.
002490     02  DL230-COMMAND          PIC X(160) VALUE SPACES.
002500     02  DL230-PROGRAM-LOWER    PIC X(08) VALUE SPACES.
002510     02  DL230-AUDIT-MARK       PIC 9(07) COMP VALUE ZERO.
002520     02  DL230-AUDIT-LINE-NO    PIC 9(07) COMP VALUE ZERO.
002530     02  DL230-CODE-FOUND-SW    PIC X(01) VALUE "N".
002540         88  DL230-CODE-FOUND       VALUE "Y".
002550     02  DL230-START-EDITED     PIC X(08) VALUE SPACES.
002560     02  DL230-END-EDITED       PIC X(08) VALUE SPACES.
002570
002580 01  DL230-RUN-TOTALS.
002590     02  DL230-RAN-COUNT        PIC 9(05) COMP VALUE ZERO.
002600     02  DL230-SKIP-COUNT       PIC 9(05) COMP VALUE ZERO.
002610
002620*----------------------------------------------------------
002630* AUDIT LINE LAYOUT - SAME LAYOUT DAY1 WRITES; ONE JOBSTRM
002640* LINE PER RUN OF THE STREAM.
002650*----------------------------------------------------------
002660 01  DL230-AUDIT-LINE.
002670     05  DL230-AUD-MM       PIC 9(02).
002680     05  FILLER             PIC X(001) VALUE "/".
002690     05  DL230-AUD-DD       PIC 9(02).
002700     05  FILLER             PIC X(001) VALUE "/".
002710     05  DL230-AUD-YYYY     PIC 9(04).
002720     05  FILLER             PIC X(001) VALUE SPACES.
002730     05  DL230-AUD-HH       PIC 9(02).
002740     05  FILLER             PIC X(001) VALUE ":".
002750     05  DL230-AUD-MIN      PIC 9(02).
002760     05  FILLER             PIC X(001) VALUE ":".
002770     05  DL230-AUD-SEC      PIC 9(02).
002780     05  FILLER             PIC X(002) VALUE SPACES.
002790     05  DL230-AUD-MODE     PIC X(008).
002800     05  FILLER             PIC X(002) VALUE SPACES.
002810     05  DL230-AUD-FILE     PIC X(050).
002820     05  FILLER             PIC X(002) VALUE SPACES.
002830     05  DL230-AUD-REC-CNT  PIC ZZZ,ZZ9.
002840     05  FILLER             PIC X(002) VALUE SPACES.
002850     05  DL230-AUD-END-FREQ PIC -(8)9.
002860     05  FILLER             PIC X(002) VALUE SPACES.
002870     05  DL230-AUD-STATUS   PIC X(008).
002880     05  FILLER             PIC X(009) VALUE SPACES.
002890
002900*----------------------------------------------------------
002910* JOB-STEP LOG LINE LAYOUTS
002920*----------------------------------------------------------
002930 01  DL230-LOG-HEADER.
002940     05  FILLER            PIC X(016) VALUE "JOB STREAM RUN ".
002950     05  DL230-LOG-MM      PIC 9(02).
002960     05  FILLER            PIC X(001) VALUE "/".
002970     05  DL230-LOG-DD      PIC 9(02).
002980     05  FILLER            PIC X(001) VALUE "/".
002990     05  DL230-LOG-YYYY    PIC 9(04).
003000     05  FILLER            PIC X(001) VALUE SPACES.
003010     05  DL230-LOG-HH      PIC 9(02).
003020     05  FILLER            PIC X(001) VALUE ":".
003030     05  DL230-LOG-MIN     PIC 9(02).
003040     05  FILLER            PIC X(001) VALUE ":".
003050     05  DL230-LOG-SEC     PIC 9(02).
003060     05  FILLER            PIC X(045) VALUE SPACES.
003070
003080 01  DL230-LOG-COLUMNS.
003090     05  FILLER    PIC X(039)
003100         VALUE "ST  PROGRAM  PARAMETER        START    ".
003110     05  FILLER    PIC X(041)
003120         VALUE "END      RESULT   ACTION".
003130
003140 01  DL230-LOG-DETAIL.
003150     05  DL230-LOG-STEP-NO  PIC X(002).
003160     05  FILLER             PIC X(002) VALUE SPACES.
003170     05  DL230-LOG-PROGRAM  PIC X(008).
003180     05  FILLER             PIC X(001) VALUE SPACES.
003190     05  DL230-LOG-PARM     PIC X(016).
003200     05  FILLER             PIC X(001) VALUE SPACES.
003210     05  DL230-LOG-START    PIC X(008).
003220     05  FILLER             PIC X(001) VALUE SPACES.
003230     05  DL230-LOG-END      PIC X(008).
003240     05  FILLER             PIC X(001) VALUE SPACES.
003250     05  DL230-LOG-RESULT   PIC X(008).
003260     05  FILLER             PIC X(001) VALUE SPACES.
003270     05  DL230-LOG-ACTION   PIC X(010).
003280     05  FILLER             PIC X(013) VALUE SPACES.
003290
003300 01  DL230-LOG-MESSAGE.
003310     05  FILLER             PIC X(004) VALUE SPACES.
003320     05  DL230-LOG-MSG-TEXT PIC X(076).
003330
003340 PROCEDURE DIVISION.
003350*----------------------------------------------------------
003360* 0000-MAINLINE-CONTROL
003370*----------------------------------------------------------
003380 0000-MAINLINE-CONTROL.
003390     PERFORM 1000-INITIALIZE
003400         THRU 1000-INITIALIZE-EXIT.
003410
003420     PERFORM 2000-LOAD-STEP-TABLE
003430         THRU 2000-LOAD-STEP-TABLE-EXIT.
003440
003450*    NO STEP TABLE - NOTHING IS RUN AND NO RESTART POINT IS
003460*    TOUCHED; THE OPERATOR FIXES THE TABLE AND RERUNS.
003470     IF DL230-STEP-COUNT = ZERO
003480         MOVE "STEP TABLE MISSING OR EMPTY - NO STEPS RUN"
003490             TO DL230-LOG-MSG-TEXT
003500         MOVE DL230-LOG-MESSAGE TO JobLogLine
003510         WRITE JobLogLine
003520         MOVE "NOSTEPS" TO DL230-STEP-CODE
003530         PERFORM 9500-WRITE-AUDIT-LOG
003540             THRU 9500-WRITE-AUDIT-LOG-EXIT
003550         PERFORM 9000-TERMINATE
003560             THRU 9000-TERMINATE-EXIT
003570         STOP RUN
003580     END-IF.
003590
003600     PERFORM 2500-READ-RESTART-POINT
003610         THRU 2500-READ-RESTART-POINT-EXIT.
003620
003630     PERFORM 3000-RUN-JOB-STREAM
003640         THRU 3000-RUN-JOB-STREAM-EXIT.
003650
003660     PERFORM 4000-SET-RESTART-POINT
003670         THRU 4000-SET-RESTART-POINT-EXIT.
003680
003690     PERFORM 9500-WRITE-AUDIT-LOG
003700         THRU 9500-WRITE-AUDIT-LOG-EXIT.
003710
003720     PERFORM 9000-TERMINATE
003730         THRU 9000-TERMINATE-EXIT.
003740
003750     STOP RUN.
003760
003770*----------------------------------------------------------
003780* 1000-INITIALIZE - CAPTURE THE RUN DATE/TIME, READ THE RUN
003790* PARAMETER, AND OPEN THE JOB-STEP LOG FOR APPEND.
003800*----------------------------------------------------------
003810 1000-INITIALIZE.
003820     PERFORM 1300-READ-CONTROL-CARDS
003830         THRU 1300-READ-CONTROL-CARDS-EXIT
003840
003850     ACCEPT DL230-RUN-DATE FROM DATE YYYYMMDD
003860     ACCEPT DL230-RUN-TIME FROM TIME
003870
003880     ACCEPT DL230-PARM-STRING FROM COMMAND-LINE
003890     IF DL230-PARM-STRING NOT = SPACES
003900         MOVE SPACES TO DL230-PARM-TOKEN
003910         UNSTRING DL230-PARM-STRING DELIMITED BY ALL SPACE
003920             INTO DL230-PARM-TOKEN
003930         END-UNSTRING
003940         IF DL230-PARM-TOKEN = "FRESH"
003950             SET DL230-FRESH-START TO TRUE
003960         END-IF
003970     END-IF
003980
003990     OPEN EXTEND JobLogFile
004000     IF DL230-JOBLOG-NOT-FOUND
004010         OPEN OUTPUT JobLogFile
004020     END-IF
004030
004040     MOVE DL230-RUN-MM   TO DL230-LOG-MM
004050     MOVE DL230-RUN-DD   TO DL230-LOG-DD
004060     MOVE DL230-RUN-YYYY TO DL230-LOG-YYYY
004070     MOVE DL230-RUN-HH   TO DL230-LOG-HH
004080     MOVE DL230-RUN-MIN  TO DL230-LOG-MIN
004090     MOVE DL230-RUN-SEC  TO DL230-LOG-SEC
004100
004110     MOVE SPACES             TO JobLogLine
004120     WRITE JobLogLine
004130     MOVE DL230-LOG-HEADER   TO JobLogLine
004140     WRITE JobLogLine
004150     MOVE DL230-LOG-COLUMNS  TO JobLogLine
004160     WRITE JobLogLine.
004170
004180 1000-INITIALIZE-EXIT.
004190     EXIT.
004200
004210*----------------------------------------------------------
004220* 1300-READ-CONTROL-CARDS - PICK UP THE SHARED FILE-NAME
004230* OVERRIDES FROM THE SAME CARD FILE DAY1 READS.
004240*----------------------------------------------------------
004250 1300-READ-CONTROL-CARDS.
004260     OPEN INPUT ControlCardFile
004270     IF NOT DL230-CONTROL-STATUS-OK
004280         GO TO 1300-READ-CONTROL-CARDS-EXIT
004290     END-IF
004300
004310     READ ControlCardFile
004320       AT END SET EndOfControlCards TO TRUE
004330     END-READ
004340
004350     PERFORM 1310-APPLY-ONE-CARD
004360         THRU 1310-APPLY-ONE-CARD-EXIT
004370         UNTIL EndOfControlCards
004380
004390     CLOSE ControlCardFile.
004400
004410 1300-READ-CONTROL-CARDS-EXIT.
004420     EXIT.
004430
004440 1310-APPLY-ONE-CARD.
004450     IF CC-CARD-AREA = SPACES
004460             OR CC-CARD-AREA(1:1) = "*"
004470         GO TO 1310-READ-NEXT-CARD
004480     END-IF
004490
004500     MOVE SPACES TO DL230-CARD-KEYWORD DL230-CARD-VALUE
004510     UNSTRING CC-CARD-AREA DELIMITED BY "="
004520         INTO DL230-CARD-KEYWORD DL230-CARD-VALUE
004530     END-UNSTRING
004540
004550     EVALUATE DL230-CARD-KEYWORD
004560         WHEN "AUDIT"
004570             MOVE DL230-CARD-VALUE TO DL230-AUDIT-FILENAME
004580         WHEN "ALERT"
004590             MOVE DL230-CARD-VALUE TO DL230-ALERT-FILENAME
004600         WHEN "JOBLIB"
004610             MOVE DL230-CARD-VALUE TO DL230-JOB-LIBRARY
004620         WHEN OTHER
004630             CONTINUE
004640     END-EVALUATE.
004650
004660 1310-READ-NEXT-CARD.
004670     READ ControlCardFile
004680       AT END SET EndOfControlCards TO TRUE
004690     END-READ.
004700
004710 1310-APPLY-ONE-CARD-EXIT.
004720     EXIT.
004730
004740*----------------------------------------------------------
004750* 2000-LOAD-STEP-TABLE - EVERY NON-COMMENT CARD OF THE STEP
004760* TABLE, IN FILE ORDER.  A CARD BEGINNING "*" IS A COMMENT.
004770*----------------------------------------------------------
004780 2000-LOAD-STEP-TABLE.
004790     OPEN INPUT StepTableFile
004800     IF NOT DL230-STEP-STATUS-OK
004810         GO TO 2000-LOAD-STEP-TABLE-EXIT
004820     END-IF
004830
004840     READ StepTableFile
004850       AT END SET EndOfStepTable TO TRUE
004860     END-READ
004870
004880     PERFORM 2100-LOAD-ONE-STEP
004890         THRU 2100-LOAD-ONE-STEP-EXIT
004900         UNTIL EndOfStepTable
004910
004920     CLOSE StepTableFile
004930
004940     IF DL230-STEP-OVERFLOW
004950         MOVE "STEP TABLE FULL - LATER STEPS NOT RUN"
004960             TO DL230-LOG-MSG-TEXT
004970         MOVE DL230-LOG-MESSAGE TO JobLogLine
004980         WRITE JobLogLine
004990     END-IF.
005000
005010 2000-LOAD-STEP-TABLE-EXIT.
005020     EXIT.
005030
005040 2100-LOAD-ONE-STEP.
005050     IF StepRecord = SPACES
005060             OR StepRecord(1:1) = "*"
005070         GO TO 2100-READ-NEXT
005080     END-IF
005090
005100     IF DL230-STEP-COUNT >= 50
005110         SET DL230-STEP-OVERFLOW TO TRUE
005120         GO TO 2100-READ-NEXT
005130     END-IF
005140
005150     ADD 1 TO DL230-STEP-COUNT
005160     MOVE StepRecord TO DL230-STEP-CARD(DL230-STEP-COUNT).
005170
005180 2100-READ-NEXT.
005190     READ StepTableFile
005200       AT END SET EndOfStepTable TO TRUE
005210     END-READ.
005220
005230 2100-LOAD-ONE-STEP-EXIT.
005240     EXIT.
005250
005260*----------------------------------------------------------
005270* 2500-READ-RESTART-POINT - A STOPPED RUN LEAVES THE STEP TO
005280* RESUME AT.  STEPS AHEAD OF IT FINISHED IN THAT RUN AND ARE
005290* NOT RUN AGAIN; "FRESH" THROWS THE RESTART POINT AWAY.
005300*----------------------------------------------------------
005310 2500-READ-RESTART-POINT.
005320     OPEN INPUT JobRestartFile
005330     IF NOT DL230-JOBRST-STATUS-OK
005340         GO TO 2500-READ-RESTART-POINT-EXIT
005350     END-IF
005360
005370     READ JobRestartFile
005380       AT END
005390         CONTINUE
005400       NOT AT END
005410         IF RST-STEP-NO NOT = SPACES
005420             MOVE RST-STEP-NO  TO DL230-RESUME-STEP
005430             MOVE RST-RUN-DATE TO DL230-RESUME-DATE
005440             SET DL230-RESUME-PENDING TO TRUE
005450         END-IF
005460     END-READ
005470     CLOSE JobRestartFile
005480
005490     IF NOT DL230-RESUME-PENDING
005500         GO TO 2500-READ-RESTART-POINT-EXIT
005510     END-IF
005520
005530     MOVE SPACES TO DL230-LOG-MSG-TEXT
005540     IF DL230-FRESH-START
005550         MOVE "N" TO DL230-RESUME-SW
005560         STRING "FRESH START - RESTART POINT AT STEP "
005570                    DELIMITED BY SIZE
005580                DL230-RESUME-STEP DELIMITED BY SIZE
005590                " DISCARDED" DELIMITED BY SIZE
005600             INTO DL230-LOG-MSG-TEXT
005610         END-STRING
005620     ELSE
005630         STRING "RESUMING AT STEP " DELIMITED BY SIZE
005640                DL230-RESUME-STEP   DELIMITED BY SIZE
005650                " - STOPPED RUN OF " DELIMITED BY SIZE
005660                DL230-RESUME-DATE   DELIMITED BY SIZE
005670             INTO DL230-LOG-MSG-TEXT
005680         END-STRING
005690     END-IF
005700     MOVE DL230-LOG-MESSAGE TO JobLogLine
005710     WRITE JobLogLine.
005720
005730 2500-READ-RESTART-POINT-EXIT.
005740     EXIT.
005750
005760*----------------------------------------------------------
005770* 3000-RUN-JOB-STREAM - THE STEPS IN TABLE ORDER UNTIL THE
005780* TABLE ENDS OR A RULE STOPS THE STREAM.
005790*----------------------------------------------------------
005800 3000-RUN-JOB-STREAM.
005810     MOVE ZERO TO DL230-STEP-SUB
005820
005830     PERFORM 3100-RUN-ONE-STEP
005840         THRU 3100-RUN-ONE-STEP-EXIT
005850         UNTIL DL230-STREAM-STOPPED
005860            OR DL230-STEP-SUB >= DL230-STEP-COUNT
005870
005880*    A RESTART POINT THAT NAMES NO STEP IN THE TABLE WAS
005890*    NEVER REACHED - NOTHING RAN, SO KEEP IT FOR THE OPERATOR.
005900     IF DL230-RESUME-PENDING
005910         SET DL230-STREAM-STOPPED TO TRUE
005920         MOVE DL230-RESUME-STEP TO DL230-RESTART-STEP
005930         MOVE "NOSTEP"          TO DL230-STEP-CODE
005940         MOVE SPACES TO DL230-LOG-MSG-TEXT
005950         STRING "RESTART STEP " DELIMITED BY SIZE
005960                DL230-RESUME-STEP DELIMITED BY SIZE
005970                " NOT IN THE STEP TABLE - NOTHING RUN"
005980                    DELIMITED BY SIZE
005990             INTO DL230-LOG-MSG-TEXT
006000         END-STRING
006010         MOVE DL230-LOG-MESSAGE TO JobLogLine
006020         WRITE JobLogLine
006030     END-IF.
006040
006050 3000-RUN-JOB-STREAM-EXIT.
006060     EXIT.
006070
006080 3100-RUN-ONE-STEP.
006090     ADD 1 TO DL230-STEP-SUB
006100     MOVE DL230-STEP-CARD(DL230-STEP-SUB) TO StepRecord
006110
006120     MOVE SPACES           TO DL230-LOG-DETAIL
006130     MOVE STP-STEP-NO      TO DL230-LOG-STEP-NO
006140     MOVE STP-PROGRAM      TO DL230-LOG-PROGRAM
006150     MOVE STP-PARM         TO DL230-LOG-PARM
006160
006170*    RESUMING - STEPS AHEAD OF THE RESTART POINT FINISHED IN
006180*    THE STOPPED RUN.  THE RESTART STEP ITSELF RUNS WITHOUT
006190*    TESTING ITS RULES; THE OPERATOR HAS DEALT WITH THE CODE
006200*    THAT STOPPED IT.
006210     IF DL230-RESUME-PENDING
006220         IF STP-STEP-NO NOT = DL230-RESUME-STEP
006230             GO TO 3100-RUN-ONE-STEP-EXIT
006240         END-IF
006250         MOVE "N" TO DL230-RESUME-SW
006260         GO TO 3100-START-STEP
006270     END-IF
006280
006290     PERFORM 3200-SELECT-ACTION
006300         THRU 3200-SELECT-ACTION-EXIT
006310
006320     MOVE DL230-PREV-CODE TO DL230-LOG-RESULT
006330
006340     EVALUATE TRUE
006350         WHEN DL230-ACT-CONTINUE
006360             GO TO 3100-START-STEP
006370         WHEN DL230-ACT-SKIP
006380             ADD 1 TO DL230-SKIP-COUNT
006390             MOVE "SKIPPED"  TO DL230-LOG-ACTION
006400             MOVE DL230-LOG-DETAIL TO JobLogLine
006410             WRITE JobLogLine
006420             GO TO 3100-RUN-ONE-STEP-EXIT
006430         WHEN DL230-ACT-RERUN-PREV
006440                 AND DL230-LAST-RUN-SUB > ZERO
006450             MOVE DL230-STEP-CARD(DL230-LAST-RUN-SUB)(1:2)
006460                 TO DL230-RESTART-STEP
006470         WHEN OTHER
006480             MOVE STP-STEP-NO TO DL230-RESTART-STEP
006490     END-EVALUATE
006500
006510     SET DL230-STREAM-STOPPED TO TRUE
006520     MOVE DL230-PREV-CODE TO DL230-STEP-CODE
006530     MOVE "STOPPED"       TO DL230-LOG-ACTION
006540     MOVE DL230-LOG-DETAIL TO JobLogLine
006550     WRITE JobLogLine
006560     GO TO 3100-RUN-ONE-STEP-EXIT.
006570
006580 3100-START-STEP.
006590     PERFORM 3300-MARK-AUDIT-FILE
006600         THRU 3300-MARK-AUDIT-FILE-EXIT
006610
006620     ACCEPT DL230-CLOCK-TIME FROM TIME
006630     PERFORM 3900-EDIT-CLOCK
006640         THRU 3900-EDIT-CLOCK-EXIT
006650     MOVE DL230-CLOCK-EDITED TO DL230-LOG-START
006660
006670     PERFORM 3400-EXECUTE-STEP
006680         THRU 3400-EXECUTE-STEP-EXIT
006690
006700     ACCEPT DL230-CLOCK-TIME FROM TIME
006710     PERFORM 3900-EDIT-CLOCK
006720         THRU 3900-EDIT-CLOCK-EXIT
006730     MOVE DL230-CLOCK-EDITED TO DL230-LOG-END
006740
006750     PERFORM 3500-FIND-STEP-CODE
006760         THRU 3500-FIND-STEP-CODE-EXIT
006770
006780     ADD 1 TO DL230-RAN-COUNT
006790     MOVE DL230-STEP-SUB  TO DL230-LAST-RUN-SUB
006800     MOVE DL230-STEP-CODE TO DL230-LOG-RESULT
006810     MOVE DL230-STEP-CODE TO DL230-PREV-CODE
006820
006830*    NO AUDIT LINE - THE PROGRAM NEVER REACHED ITS END.
006840*    WHATEVER IT DID IS UNKNOWN, SO THE STREAM STOPS AND THE
006850*    RERUN STARTS WITH THIS STEP.
006860     IF DL230-CODE-FOUND
006870         MOVE "RAN"       TO DL230-LOG-ACTION
006880     ELSE
006890         MOVE "ABEND"     TO DL230-STEP-CODE
006900         MOVE "ABEND"     TO DL230-LOG-RESULT
006910         MOVE "STOPPED"   TO DL230-LOG-ACTION
006920         MOVE STP-STEP-NO TO DL230-RESTART-STEP
006930         SET DL230-STREAM-STOPPED TO TRUE
006940     END-IF
006950
006960     MOVE DL230-LOG-DETAIL TO JobLogLine
006970     WRITE JobLogLine.
006980
006990 3100-RUN-ONE-STEP-EXIT.
007000     EXIT.
007010
007020*----------------------------------------------------------
007030* 3200-SELECT-ACTION - THE RULE WHOSE CODE MATCHES THE
007040* PREVIOUS STEP'S COMPLETION CODE, ELSE THE STEP DEFAULT.  A
007050* STEP WITH NO DEFAULT STOPS ON ANY CODE IT DOES NOT NAME.
007060*----------------------------------------------------------
007070 3200-SELECT-ACTION.
007080     MOVE "N"  TO DL230-RULE-FOUND-SW
007090     MOVE ZERO TO DL230-RULE-SUB
007100
007110     PERFORM 3210-MATCH-ONE-RULE
007120         THRU 3210-MATCH-ONE-RULE-EXIT
007130         UNTIL DL230-RULE-FOUND
007140            OR DL230-RULE-SUB >= 4
007150
007160     IF NOT DL230-RULE-FOUND
007170         MOVE STP-DEFAULT-ACT TO DL230-ACTION
007180     END-IF
007190
007200     IF NOT DL230-ACT-CONTINUE
007210             AND NOT DL230-ACT-SKIP
007220             AND NOT DL230-ACT-RERUN-PREV
007230         MOVE "X" TO DL230-ACTION
007240     END-IF.
007250
007260 3200-SELECT-ACTION-EXIT.
007270     EXIT.
007280
007290 3210-MATCH-ONE-RULE.
007300     ADD 1 TO DL230-RULE-SUB
007310     IF STP-RULE-CODE(DL230-RULE-SUB) NOT = SPACES
007320             AND STP-RULE-CODE(DL230-RULE-SUB)
007330                   = DL230-PREV-CODE
007340         SET DL230-RULE-FOUND TO TRUE
007350         MOVE STP-RULE-ACT(DL230-RULE-SUB) TO DL230-ACTION
007360     END-IF.
007370
007380 3210-MATCH-ONE-RULE-EXIT.
007390     EXIT.
007400
007410*----------------------------------------------------------
007420* 3300-MARK-AUDIT-FILE - COUNT THE AUDIT LINES ALREADY ON
007430* FILE SO THE STEP'S OWN LINES CAN BE TOLD FROM EARLIER ONES.
007440*----------------------------------------------------------
007450 3300-MARK-AUDIT-FILE.
007460     MOVE ZERO TO DL230-AUDIT-MARK
007470     OPEN INPUT AuditFile
007480     IF NOT DL230-AUDIT-STATUS-OK
007490         GO TO 3300-MARK-AUDIT-FILE-EXIT
007500     END-IF
007510
007520     READ AuditFile
007530       AT END SET EndOfAuditFile TO TRUE
007540     END-READ
007550
007560     PERFORM 3310-COUNT-ONE-AUDIT
007570         THRU 3310-COUNT-ONE-AUDIT-EXIT
007580         UNTIL EndOfAuditFile
007590
007600     CLOSE AuditFile.
007610
007620 3300-MARK-AUDIT-FILE-EXIT.
007630     EXIT.
007640
007650 3310-COUNT-ONE-AUDIT.
007660     ADD 1 TO DL230-AUDIT-MARK
007670     READ AuditFile
007680       AT END SET EndOfAuditFile TO TRUE
007690     END-READ.
007700
007710 3310-COUNT-ONE-AUDIT-EXIT.
007720     EXIT.
007730
007740*----------------------------------------------------------
007750* 3400-EXECUTE-STEP - RUN THE STEP PROGRAM FROM THE JOB
007760* LIBRARY WITH ITS RUN PARAMETER AND WAIT FOR IT TO END.
007770*----------------------------------------------------------
007780 3400-EXECUTE-STEP.
007790     MOVE STP-PROGRAM TO DL230-PROGRAM-LOWER
007800     INSPECT DL230-PROGRAM-LOWER
007810         CONVERTING "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
007820                 TO "abcdefghijklmnopqrstuvwxyz"
007830
007840     MOVE SPACES TO DL230-COMMAND
007850     STRING DL230-JOB-LIBRARY   DELIMITED BY SPACE
007860            DL230-PROGRAM-LOWER DELIMITED BY SPACE
007870            " "                 DELIMITED BY SIZE
007880            STP-PARM            DELIMITED BY SIZE
007890         INTO DL230-COMMAND
007900     END-STRING
007910
007920     CALL "SYSTEM" USING DL230-COMMAND
007930     MOVE ZERO TO RETURN-CODE.
007940
007950 3400-EXECUTE-STEP-EXIT.
007960     EXIT.
007970
007980*----------------------------------------------------------
007990* 3500-FIND-STEP-CODE - THE LAST AUDIT LINE PAST THE MARK
008000* WRITTEN IN THE STEP'S AUDIT MODE.  A MULTI RUN WRITES ONE
008010* LINE PER DEVICE AND ITS CONSOLIDATED LINE LAST, SO THE
008020* LAST ONE IS THE RUN'S OWN CODE.
008030*----------------------------------------------------------
008040 3500-FIND-STEP-CODE.
008050     MOVE "N"    TO DL230-CODE-FOUND-SW
008060     MOVE SPACES TO DL230-STEP-CODE
008070     MOVE ZERO   TO DL230-AUDIT-LINE-NO
008080
008090     OPEN INPUT AuditFile
008100     IF NOT DL230-AUDIT-STATUS-OK
008110         GO TO 3500-FIND-STEP-CODE-EXIT
008120     END-IF
008130
008140     READ AuditFile
008150       AT END SET EndOfAuditFile TO TRUE
008160     END-READ
008170
008180     PERFORM 3510-TEST-ONE-AUDIT
008190         THRU 3510-TEST-ONE-AUDIT-EXIT
008200         UNTIL EndOfAuditFile
008210
008220     CLOSE AuditFile.
008230
008240 3500-FIND-STEP-CODE-EXIT.
008250     EXIT.
008260
008270 3510-TEST-ONE-AUDIT.
008280     ADD 1 TO DL230-AUDIT-LINE-NO
008290     IF DL230-AUDIT-LINE-NO > DL230-AUDIT-MARK
008300             AND AUD-LINE-AREA(22:8) = STP-AUDIT-MODE
008310         SET DL230-CODE-FOUND TO TRUE
008320         MOVE AUD-LINE-AREA(104:8) TO DL230-STEP-CODE
008330     END-IF
008340
008350     READ AuditFile
008360       AT END SET EndOfAuditFile TO TRUE
008370     END-READ.
008380
008390 3510-TEST-ONE-AUDIT-EXIT.
008400     EXIT.
008410
008420*----------------------------------------------------------
008430* 3900-EDIT-CLOCK - HH:MM:SS FOR THE JOB-STEP LOG.
008440*----------------------------------------------------------
008450 3900-EDIT-CLOCK.
008460     MOVE DL230-CLK-HH  TO DL230-CLE-HH
008470     MOVE DL230-CLK-MIN TO DL230-CLE-MIN
008480     MOVE DL230-CLK-SEC TO DL230-CLE-SEC.
008490
008500 3900-EDIT-CLOCK-EXIT.
008510     EXIT.
008520
008530*----------------------------------------------------------
008540* 4000-SET-RESTART-POINT - A STOPPED STREAM RECORDS WHERE
008550* THE RERUN STARTS AND RAISES A CRITICAL ALERT; A STREAM
008560* THAT RAN TO THE END CLEARS ANY OLD RESTART POINT.
008570*----------------------------------------------------------
008580 4000-SET-RESTART-POINT.
008590     OPEN OUTPUT JobRestartFile
008600
008610     IF NOT DL230-STREAM-STOPPED
008620         CLOSE JobRestartFile
008630         MOVE "JOB STREAM COMPLETE" TO DL230-LOG-MSG-TEXT
008640         MOVE DL230-LOG-MESSAGE TO JobLogLine
008650         WRITE JobLogLine
008660         GO TO 4000-SET-RESTART-POINT-EXIT
008670     END-IF
008680
008690     MOVE SPACES              TO JobRestartRecord
008700     MOVE DL230-RESTART-STEP  TO RST-STEP-NO
008710     MOVE DL230-RUN-DATE      TO RST-RUN-DATE
008720     MOVE DL230-RUN-TIME(1:6) TO RST-RUN-TIME
008730     MOVE DL230-STEP-CODE     TO RST-CODE
008740     WRITE JobRestartRecord
008750     CLOSE JobRestartFile
008760
008770     MOVE SPACES TO DL230-LOG-MSG-TEXT
008780     STRING "JOB STREAM STOPPED ON " DELIMITED BY SIZE
008790            DL230-STEP-CODE          DELIMITED BY SPACE
008800            " - RERUN RESUMES AT STEP " DELIMITED BY SIZE
008810            DL230-RESTART-STEP       DELIMITED BY SIZE
008820         INTO DL230-LOG-MSG-TEXT
008830     END-STRING
008840     MOVE DL230-LOG-MESSAGE TO JobLogLine
008850     WRITE JobLogLine
008860
008870     MOVE DL230-RUN-DATE        TO ALT-RUN-DATE
008880     MOVE DL230-RUN-TIME(1:6)   TO ALT-RUN-TIME
008890     MOVE "CRITICAL"            TO ALT-SEVERITY
008900     MOVE "STOPPED"             TO ALT-COMPLETION
008910     MOVE "day1-jobstep.txt"    TO ALT-INPUT-FILE
008920     MOVE SPACES                TO ALT-MESSAGE
008930     STRING "JOB STREAM STOPPED - RESTART AT STEP "
008940                DELIMITED BY SIZE
008950            DL230-RESTART-STEP DELIMITED BY SIZE
008960         INTO ALT-MESSAGE
008970     END-STRING
008980
008981     MOVE "STOP ALERT NOT RAISED" TO DL230-LOCK-PURPOSE
008982     PERFORM 1900-CLAIM-INTERLOCK
008983         THRU 1900-CLAIM-INTERLOCK-EXIT
008984     IF DL230-LOCK-CONFLICT
008985         GO TO 4000-SET-RESTART-POINT-EXIT
008986     END-IF
008990     OPEN EXTEND AlertFile
009000     IF DL230-ALERT-NOT-FOUND
009010         OPEN OUTPUT AlertFile
009020     END-IF
009030     WRITE AlertRecord
009034     CLOSE AlertFile
009038
009042     PERFORM 9700-RELEASE-INTERLOCK
009046         THRU 9700-RELEASE-INTERLOCK-EXIT.
009050
009060 4000-SET-RESTART-POINT-EXIT.
009070     EXIT.
009080
009090*----------------------------------------------------------
009100* 9500-WRITE-AUDIT-LOG - ONE JOBSTRM LINE PER RUN OF THE
009110* STREAM.  THE COUNT IS THE STEPS RUN; THE CODE IS NORMAL
009120* WHEN THE TABLE RAN TO THE END, OTHERWISE STOPPED.
009130*----------------------------------------------------------
009140 9500-WRITE-AUDIT-LOG.
009150     MOVE DL230-RUN-MM        TO DL230-AUD-MM
009160     MOVE DL230-RUN-DD        TO DL230-AUD-DD
009170     MOVE DL230-RUN-YYYY      TO DL230-AUD-YYYY
009180     MOVE DL230-RUN-HH        TO DL230-AUD-HH
009190     MOVE DL230-RUN-MIN       TO DL230-AUD-MIN
009200     MOVE DL230-RUN-SEC       TO DL230-AUD-SEC
009210     MOVE "JOBSTRM"           TO DL230-AUD-MODE
009220     MOVE "day1-jobstep.txt"  TO DL230-AUD-FILE
009230     MOVE DL230-RAN-COUNT     TO DL230-AUD-REC-CNT
009240     MOVE ZERO                TO DL230-AUD-END-FREQ
009250     EVALUATE TRUE
009260         WHEN DL230-STEP-COUNT = ZERO
009270             MOVE "NOSTEPS"   TO DL230-AUD-STATUS
009280         WHEN DL230-STREAM-STOPPED
009290             MOVE "STOPPED"   TO DL230-AUD-STATUS
009300         WHEN OTHER
009310             MOVE "NORMAL"    TO DL230-AUD-STATUS
009320     END-EVALUATE
009330
009331     MOVE "AUDIT LINE NOT WRITTEN" TO DL230-LOCK-PURPOSE
009332     PERFORM 1900-CLAIM-INTERLOCK
009333         THRU 1900-CLAIM-INTERLOCK-EXIT
009334     IF DL230-LOCK-CONFLICT
009335         GO TO 9500-WRITE-AUDIT-LOG-EXIT
009336     END-IF
009340     OPEN EXTEND AuditFile
009350     IF DL230-AUDIT-NOT-FOUND
009360         OPEN OUTPUT AuditFile
009370     END-IF
009380     MOVE DL230-AUDIT-LINE TO AuditRecord
009390     WRITE AuditRecord
009394     CLOSE AuditFile
009398
009402     PERFORM 9700-RELEASE-INTERLOCK
009406         THRU 9700-RELEASE-INTERLOCK-EXIT.
009410
009420 9500-WRITE-AUDIT-LOG-EXIT.
009430     EXIT.
009440
009450*----------------------------------------------------------
009460* 9000-TERMINATE - CLOSE FILES
009470*----------------------------------------------------------
009480 9000-TERMINATE.
009490     CLOSE JobLogFile.
009500
009510 9000-TERMINATE-EXIT.
009520     EXIT.
009530
009540*----------------------------------------------------------
009550* 1900-CLAIM-INTERLOCK - CLAIMED FOR ONE APPEND AT A TIME.
009560* THE STEPS CLAIM THE SAME LOCK FOR THEMSELVES, SO THE DRIVER
009570* NEVER HOLDS IT WHILE A STEP RUNS.  A HELD LOCK IS LOGGED
009580* ON THE JOB-STEP LOG AND THE CALLER SKIPS ITS APPEND.
009590*----------------------------------------------------------
009600 1900-CLAIM-INTERLOCK.
009610     MOVE "N" TO DL230-LOCK-HELD-SW
009620     MOVE "N" TO DL230-LOCK-CONFLICT-SW
009630
009640     OPEN INPUT LockFile
009650     IF DL230-LOCK-STATUS-OK
009660         READ LockFile
009670           AT END
009680             CONTINUE
009690           NOT AT END
009700             IF LCK-PROGRAM-ID NOT = SPACES
009710                 SET DL230-LOCK-CONFLICT TO TRUE
009720                 MOVE LCK-PROGRAM-ID TO DL230-LOCK-OWNER
009730             END-IF
009740         END-READ
009750         CLOSE LockFile
009760     END-IF
009770
009780     IF DL230-LOCK-CONFLICT
009790         MOVE SPACES TO DL230-LOG-MSG-TEXT
009800         STRING "SHARED FILES LOCKED BY " DELIMITED BY SIZE
009810                DL230-LOCK-OWNER          DELIMITED BY SPACE
009820                " - "                     DELIMITED BY SIZE
009830                DL230-LOCK-PURPOSE        DELIMITED BY SIZE
009840             INTO DL230-LOG-MSG-TEXT
009850         END-STRING
009860         MOVE DL230-LOG-MESSAGE TO JobLogLine
009870         WRITE JobLogLine
009880         GO TO 1900-CLAIM-INTERLOCK-EXIT
009890     END-IF
009900
009910     OPEN OUTPUT LockFile
009920     MOVE SPACES              TO LockRecord
009930     MOVE "DAY1JOBS"          TO LCK-PROGRAM-ID
009940     MOVE DL230-RUN-DATE      TO LCK-RUN-DATE
009950     MOVE DL230-RUN-TIME(1:6) TO LCK-RUN-TIME
009960     MOVE "ALERT AUDIT"       TO LCK-FILES-HELD
009970     WRITE LockRecord
009980     CLOSE LockFile
009990     SET DL230-LOCK-HELD TO TRUE.
010000
010010 1900-CLAIM-INTERLOCK-EXIT.
010020     EXIT.
010030
010040*----------------------------------------------------------
010050* 9700-RELEASE-INTERLOCK - LEAVE THE LOCK FILE EMPTY SO THE
010060* NEXT PROGRAM CAN CLAIM IT.  ONLY THE HOLDER RELEASES.
010070*----------------------------------------------------------
010080 9700-RELEASE-INTERLOCK.
010090     IF DL230-LOCK-HELD
010100         OPEN OUTPUT LockFile
010110         CLOSE LockFile
010120         MOVE "N" TO DL230-LOCK-HELD-SW
010130     END-IF.
010140
010150 9700-RELEASE-INTERLOCK-EXIT.
010160     EXIT.
