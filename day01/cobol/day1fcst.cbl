000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    DAY1FCST.
000030 AUTHOR.        DAVID ARAMANT.
000040 INSTALLATION.  CALIBRATION SYSTEMS.
000050 DATE-WRITTEN.  2026-10-15.
000060 DATE-COMPILED.
000070*----------------------------------------------------------
000080* MODIFICATION HISTORY
000090*----------------------------------------------------------
000100* 2026-10-15  DA  ORIGINAL PROGRAM - BAND-BREACH FORECAST.
000110*                 THE LIMIT COMPLETION ONLY SAYS A DEVICE LEFT
000120*                 ITS OPERATING BAND AFTER THE NIGHTLY RUN HAS
000130*                 BEEN STOPPED.  THIS PROGRAM ESTIMATES EACH
000140*                 ACTIVE DEVICE'S DRIFT PER DAY FROM ITS
000150*                 APPLIED (NOT REVERSED) HISTORY RUNS - GOING
000160*                 BACK THROUGH THE CLOSED-PERIOD GENERATION
000170*                 FILES (DAY1-HISTORY-YYYYMM.TXT) WHEN THE
000180*                 LIVE HISTORY HOLDS TOO FEW RUNS - AND FROM
000190*                 THAT RATE, ITS CURRENT MASTER FREQUENCY AND
000200*                 THE LIMITS FILE PROJECTS THE DAYS LEFT
000210*                 BEFORE IT CROSSES THE MINIMUM OR MAXIMUM.
000220*                 DEVICES DUE TO BREACH WITHIN THE HORIZON
000230*                 (RUN PARAMETER OR FCSTDAYS= CARD, DEFAULT
000240*                 30 DAYS) ARE LISTED FIRST, SOONEST FIRST,
000250*                 AND EACH RAISES A WARNING ALERT SO THE
000260*                 INSTRUMENT IS RECALIBRATED BEFORE IT TRIPS
000270*                 A LIMIT STOP.  OUTPUT IS DAY1-FORECAST.TXT
000280*                 PLUS ONE FORECAST AUDIT LINE PER RUN.
000290*                 HONORS THE SHARED-FILE RUN INTERLOCK; A
000300*                 LEADING "FORCE" PARAMETER BREAKS A STALE
000310*                 LOCK.
000320*----------------------------------------------------------
000330 ENVIRONMENT DIVISION.
000340 CONFIGURATION SECTION.
000350 SOURCE-COMPUTER.   IBM-370.
000360 OBJECT-COMPUTER.   IBM-370.
000370 INPUT-OUTPUT SECTION.
000380 FILE-CONTROL.
000390     SELECT MasterFile
000400                ASSIGN TO DYNAMIC DL290-MASTER-FILENAME
000410                ORGANIZATION IS INDEXED
000420                ACCESS MODE IS SEQUENTIAL
000430                RECORD KEY IS MST-DEVICE-ID
000440                FILE STATUS IS DL290-MASTER-STATUS.
000450
000460     SELECT HistoryFile
000470                ASSIGN TO DYNAMIC DL290-HISTIN-NAME
000480                ORGANIZATION IS LINE SEQUENTIAL
000490                FILE STATUS IS DL290-HISTORY-STATUS.
000500
000510     SELECT LimitsFile ASSIGN TO DYNAMIC DL290-LIMITS-FILENAME
000520                ORGANIZATION IS LINE SEQUENTIAL
000530                FILE STATUS IS DL290-LIMITS-STATUS.
000540
000550     SELECT AuditFile ASSIGN TO DYNAMIC DL290-AUDIT-FILENAME
000560                ORGANIZATION IS LINE SEQUENTIAL
000570                FILE STATUS IS DL290-AUDIT-STATUS.
000580
000590     SELECT AlertFile ASSIGN TO DYNAMIC DL290-ALERT-FILENAME
000600                ORGANIZATION IS LINE SEQUENTIAL
000610                FILE STATUS IS DL290-ALERT-STATUS.
000620
000630     SELECT ForecastReportFile ASSIGN TO "day1-forecast.txt"
000640                ORGANIZATION IS LINE SEQUENTIAL.
000650
000660     SELECT ControlCardFile ASSIGN TO "day1-control.crd"
000670                ORGANIZATION IS LINE SEQUENTIAL
000680                FILE STATUS IS DL290-CONTROL-STATUS.
000690
000700     SELECT LockFile ASSIGN TO "day1-lock.dat"
000710                ORGANIZATION IS LINE SEQUENTIAL
000720                FILE STATUS IS DL290-LOCK-STATUS.
000730
000740 DATA DIVISION.
000750 FILE SECTION.
000760 FD  MasterFile.
000770 01  MasterRecord.
000780     02  MST-DEVICE-ID      PIC X(08).
000790     02  MST-FREQUENCY      PIC S9(6) SIGN LEADING
000800                                SEPARATE.
000810     02  MST-LAST-RUN-DATE  PIC 9(08).
000820     02  MST-STATUS         PIC X(01).
000830
000840 FD  HistoryFile.
000850 01  HistoryRecord.
000860     88  EndOfHistoryFile   VALUE HIGH-VALUES.
000870     02  HST-DATE           PIC X(10).
000880     02  FILLER             PIC X(03).
000890     02  HST-START-TAG      PIC X(07).
000900     02  HST-START-VALUE    PIC X(07).
000910     02  FILLER             PIC X(03).
000920     02  HST-END-TAG        PIC X(05).
000930     02  HST-END-VALUE      PIC X(07).
000940     02  FILLER             PIC X(03).
000950     02  HST-DEV-TAG        PIC X(05).
000960     02  HST-DEVICE         PIC X(08).
000970     02  FILLER             PIC X(01).
000980     02  HST-REVERSED-TAG   PIC X(08).
000990     02  FILLER             PIC X(13).
001000
001010 FD  LimitsFile.
001020 01  LimitsRecord.
001030     02  LIM-MIN-FREQUENCY  PIC S9(6) SIGN LEADING SEPARATE.
001040     02  FILLER             PIC X(01).
001050     02  LIM-MAX-FREQUENCY  PIC S9(6) SIGN LEADING SEPARATE.
001060
001070 FD  AuditFile.
001080 01  AuditRecord.
001090     02  AUD-LINE-AREA      PIC X(120).
001100
001110 FD  AlertFile.
001120 01  AlertRecord.
001130     02  ALT-RUN-DATE       PIC 9(08).
001140     02  ALT-RUN-TIME       PIC 9(06).
001150     02  ALT-SEVERITY       PIC X(08).
001160     02  ALT-COMPLETION     PIC X(08).
001170     02  ALT-INPUT-FILE     PIC X(50).
001180     02  ALT-MESSAGE        PIC X(40).
001190
001200 FD  ForecastReportFile.
001210 01  ForecastLine           PIC X(080).
001220
001230 FD  ControlCardFile.
001240 01  ControlCardRecord.
001250     88  EndOfControlCards  VALUE HIGH-VALUES.
001260     02  CC-CARD-AREA       PIC X(80).
001270
001280 FD  LockFile.
001290 01  LockRecord.
001300     02  LCK-PROGRAM-ID     PIC X(08).
001310     02  FILLER             PIC X(01).
001320     02  LCK-RUN-DATE       PIC 9(08).
001330     02  FILLER             PIC X(01).
001340     02  LCK-RUN-TIME       PIC 9(06).
001350     02  FILLER             PIC X(01).
001360     02  LCK-FILES-HELD     PIC X(40).
001370
001380 WORKING-STORAGE SECTION.
001390*----------------------------------------------------------
001400* SHARED FILE NAMES - THE SAME CONTROL CARDS DAY1 HONORS ARE
001410* READ HERE TOO.  THE GENERATION NAMES ARE BUILT
001420* DAY1-HISTORY-YYYYMM.TXT, THE SAME NAMES DAY1CLOS WRITES.
001430*----------------------------------------------------------
001440 01  DL290-FILE-NAMES.
001450     02  DL290-MASTER-FILENAME  PIC X(080)
001460                                VALUE "day1-master.dat".
001470     02  DL290-HISTORY-FILENAME PIC X(080)
001480                                VALUE "day1-history.txt".
001490     02  DL290-LIMITS-FILENAME  PIC X(080)
001500                                VALUE "day1-limits.dat".
001510     02  DL290-AUDIT-FILENAME   PIC X(080)
001520                                VALUE "day1-audit.txt".
001530     02  DL290-ALERT-FILENAME   PIC X(080)
001540                                VALUE "day1-alert.dat".
001550     02  DL290-HISTIN-NAME      PIC X(080) VALUE SPACES.
001560
001570 01  DL290-MASTER-STATUS        PIC X(02) VALUE SPACES.
001580     88  DL290-MASTER-STATUS-OK     VALUE "00".
001590
001600 01  DL290-HISTORY-STATUS       PIC X(02) VALUE SPACES.
001610     88  DL290-HISTORY-STATUS-OK    VALUE "00".
001620
001630 01  DL290-LIMITS-STATUS        PIC X(02) VALUE SPACES.
001640     88  DL290-LIMITS-STATUS-OK     VALUE "00".
001650
001660 01  DL290-AUDIT-STATUS         PIC X(02) VALUE SPACES.
001670     88  DL290-AUDIT-STATUS-OK      VALUE "00".
001680     88  DL290-AUDIT-NOT-FOUND      VALUE "35".
001690
001700 01  DL290-ALERT-STATUS         PIC X(02) VALUE SPACES.
001710     88  DL290-ALERT-STATUS-OK      VALUE "00".
001720     88  DL290-ALERT-NOT-FOUND      VALUE "35".
001730
001740 01  DL290-CONTROL-STATUS       PIC X(02) VALUE SPACES.
001750     88  DL290-CONTROL-STATUS-OK    VALUE "00".
001760
001770*----------------------------------------------------------
001780* SHARED-FILE RUN INTERLOCK - SEE DAY1.  A CONFLICTING START
001790* ENDS LOCKED; THE FORCE RUN PARAMETER BREAKS A STALE LOCK.
001800*----------------------------------------------------------
001810 01  DL290-LOCK-STATUS          PIC X(02) VALUE SPACES.
001820     88  DL290-LOCK-STATUS-OK       VALUE "00".
001830
001840 01  DL290-LOCK-CONTROL.
001850     02  DL290-LOCK-HELD-SW     PIC X(01) VALUE "N".
001860         88  DL290-LOCK-HELD        VALUE "Y".
001870     02  DL290-LOCK-CONFLICT-SW PIC X(01) VALUE "N".
001880         88  DL290-LOCK-CONFLICT    VALUE "Y".
001890     02  DL290-LOCK-FORCE-SW    PIC X(01) VALUE "N".
001900         88  DL290-LOCK-FORCE       VALUE "Y".
001910     02  DL290-LOCK-OWNER       PIC X(08) VALUE SPACES.
001920
001930 01  DL290-CARD-WORK.
001940     02  DL290-CARD-KEYWORD     PIC X(16).
001950     02  DL290-CARD-VALUE       PIC X(64).
001960
001970 01  DL290-PARM-AREA.
001980     02  DL290-PARM-STRING      PIC X(080).
001990     02  DL290-PARM-TOKEN       PIC X(080).
002000     02  DL290-PARM-TOKEN2      PIC X(080).
002010
002020 01  DL290-RUN-DATE-FIELDS.
002030     02  DL290-RUN-DATE         PIC 9(08) VALUE ZERO.
002040     02  DL290-RUN-DATE-X REDEFINES DL290-RUN-DATE.
002050         03  DL290-RUN-YYYY     PIC 9(04).
002060         03  DL290-RUN-MM       PIC 9(02).
002070         03  DL290-RUN-DD       PIC 9(02).
002080     02  DL290-RUN-TIME         PIC 9(08) VALUE ZERO.
002090     02  DL290-RUN-TIME-X REDEFINES DL290-RUN-TIME.
002100         03  DL290-RUN-HH       PIC 9(02).
002110         03  DL290-RUN-MIN      PIC 9(02).
002120         03  DL290-RUN-SEC      PIC 9(02).
002130         03  FILLER             PIC 9(02).
002140
002150*----------------------------------------------------------
002160* FORECAST CONTROLS - THE HORIZON IN DAYS (RUN PARAMETER
002170* WINS OVER THE FCSTDAYS= CARD), THE APPLIED RUNS A DEVICE
002180* NEEDS BEFORE ITS RATE IS TRUSTED (FCSTRUNS=), AND HOW MANY
002190* CLOSED PERIODS MAY BE READ BACK TO FIND THEM (FCSTGENS=).
002200*----------------------------------------------------------
002210 01  DL290-FORECAST-CONTROL.
002220     02  DL290-HORIZON-DAYS     PIC 9(04) VALUE 30.
002230     02  DL290-MIN-RUNS         PIC 9(04) VALUE 5.
002240     02  DL290-MAX-GENS         PIC 9(04) VALUE 6.
002250     02  DL290-EDIT-DIGITS      PIC 9(02) COMP VALUE ZERO.
002260     02  DL290-EDIT-FIELD       PIC X(64) VALUE SPACES.
002270     02  DL290-EDIT-VALUE       PIC 9(04) VALUE ZERO.
002280     02  DL290-EDIT-OK-SW       PIC X(01) VALUE "N".
002290         88  DL290-EDIT-OK          VALUE "Y".
002300
002310*----------------------------------------------------------
002320* OPERATING BAND - ONE RECORD IN THE LIMITS FILE, AS DAY1
002330* READS IT.  NO LIMITS FILE, NOTHING TO FORECAST AGAINST.
002340*----------------------------------------------------------
002350 01  DL290-LIMIT-CONTROL.
002360     02  DL290-LIMITS-FOUND-SW  PIC X(01) VALUE "N".
002370         88  DL290-LIMITS-FOUND     VALUE "Y".
002380     02  DL290-MIN-FREQUENCY    PIC S9(6) VALUE ZERO.
002390     02  DL290-MAX-FREQUENCY    PIC S9(6) VALUE ZERO.
002400
002410*----------------------------------------------------------
002420* DATE / DAY-NUMBER CONVERSION WORK AREA.  DAY NUMBERS ARE
002430* COUNTED FROM A MARCH-BASED YEAR SO THE LEAP DAY FALLS AT
002440* THE END OF IT; EVERY DIVISION IS A WHOLE-NUMBER DIVIDE.
002450*----------------------------------------------------------
002460 01  DL290-DATE-WORK.
002470     02  DL290-DATE-IN          PIC 9(08) VALUE ZERO.
002480     02  DL290-DATE-IN-X REDEFINES DL290-DATE-IN.
002490         03  DL290-DATE-IN-YYYY PIC 9(04).
002500         03  DL290-DATE-IN-MM   PIC 9(02).
002510         03  DL290-DATE-IN-DD   PIC 9(02).
002520     02  DL290-DATE-OUT         PIC 9(08) VALUE ZERO.
002530     02  DL290-DATE-OUT-X REDEFINES DL290-DATE-OUT.
002540         03  DL290-DATE-OUT-YYYY PIC 9(04).
002550         03  DL290-DATE-OUT-MM  PIC 9(02).
002560         03  DL290-DATE-OUT-DD  PIC 9(02).
002570     02  DL290-DATE-DAYS        PIC 9(07) COMP VALUE ZERO.
002580     02  DL290-DATE-Y           PIC 9(05) COMP VALUE ZERO.
002590     02  DL290-DATE-M           PIC 9(03) COMP VALUE ZERO.
002600     02  DL290-DATE-Q4          PIC 9(05) COMP VALUE ZERO.
002610     02  DL290-DATE-Q100        PIC 9(05) COMP VALUE ZERO.
002620     02  DL290-DATE-Q400        PIC 9(05) COMP VALUE ZERO.
002630     02  DL290-DATE-MDAYS       PIC 9(05) COMP VALUE ZERO.
002640     02  DL290-DATE-YDAYS       PIC 9(07) COMP VALUE ZERO.
002650     02  DL290-DATE-DDD         PIC S9(07) COMP VALUE ZERO.
002660     02  DL290-DATE-BIG         PIC 9(11) COMP VALUE ZERO.
002670
002680*----------------------------------------------------------
002690* GENERATION WALK - THE PERIOD BEING READ BACK, YYYYMM.
002700*----------------------------------------------------------
002710 01  DL290-GEN-CONTROL.
002720     02  DL290-GEN-PERIOD       PIC 9(06) VALUE ZERO.
002730     02  DL290-GEN-PERIOD-X REDEFINES DL290-GEN-PERIOD.
002740         03  DL290-GEN-YYYY     PIC 9(04).
002750         03  DL290-GEN-MM       PIC 9(02).
002760     02  DL290-GEN-TRIED        PIC 9(04) COMP VALUE ZERO.
002770     02  DL290-GEN-READ         PIC 9(04) COMP VALUE ZERO.
002780     02  DL290-NEEDY-COUNT      PIC 9(05) COMP VALUE ZERO.
002790
002800*----------------------------------------------------------
002810* DEVICE TABLE - EVERY MASTER DEVICE IN KEY ORDER, WITH ITS
002820* APPLIED-RUN TOTALS AND THE FORECAST MADE FROM THEM.  GROUP
002830* "B" BREACHES WITHIN THE HORIZON AND PRINTS FIRST.
002840*----------------------------------------------------------
002850 01  DL290-DEV-CONTROL.
002860     02  DL290-DEV-COUNT        PIC 9(05) COMP VALUE ZERO.
002870     02  DL290-DEV-SUB          PIC 9(05) COMP VALUE ZERO.
002880     02  DL290-DEV-FOUND-SW     PIC X(01) VALUE "N".
002890         88  DL290-DEV-FOUND        VALUE "Y".
002900         88  DL290-DEV-NOT-FOUND    VALUE "N".
002910     02  DL290-DEV-OVFL-SW      PIC X(01) VALUE "N".
002920         88  DL290-DEV-OVERFLOW     VALUE "Y".
002930     02  DL290-BEST-SUB         PIC 9(05) COMP VALUE ZERO.
002935     02  DL290-PRINTED-COUNT    PIC 9(05) COMP VALUE ZERO.
002940     02  DL290-PRINT-GROUP      PIC X(01) VALUE SPACES.
002950
002960 01  DL290-DEV-TABLE.
002970     02  DL290-DEV-ENTRY OCCURS 1000 TIMES.
002980         03  DL290-DEV-ID       PIC X(08).
002990         03  DL290-DEV-FREQ     PIC S9(06).
003000         03  DL290-DEV-STATUS   PIC X(01).
003010         03  DL290-DEV-RUNS     PIC 9(05) COMP.
003020         03  DL290-DEV-DRIFT    PIC S9(09) COMP.
003030         03  DL290-DEV-FIRST    PIC 9(07) COMP.
003040         03  DL290-DEV-LAST     PIC 9(07) COMP.
003050         03  DL290-DEV-RATE     PIC S9(07)V9(04).
003060         03  DL290-DEV-LEFT     PIC 9(05).
003070         03  DL290-DEV-DATE     PIC 9(08).
003080         03  DL290-DEV-SIDE     PIC X(03).
003090         03  DL290-DEV-GROUP    PIC X(01).
003100         03  DL290-DEV-VERDICT  PIC X(08).
003110         03  DL290-DEV-DONE-SW  PIC X(01).
003120
003130*----------------------------------------------------------
003140* HISTORY-LINE WORK AREAS
003150*----------------------------------------------------------
003160 01  DL290-HIST-WORK.
003170     02  DL290-WRK-DEVICE       PIC X(08) VALUE SPACES.
003180     02  DL290-WRK-START        PIC S9(07) VALUE ZERO.
003190     02  DL290-WRK-END          PIC S9(07) VALUE ZERO.
003200     02  DL290-WRK-DAYS         PIC 9(07) COMP VALUE ZERO.
003210     02  DL290-READING-GEN-SW   PIC X(01) VALUE "N".
003220         88  DL290-READING-GEN      VALUE "Y".
003230     02  DL290-CNV-FIELD        PIC X(07).
003240     02  DL290-CNV-CHAR         PIC X(01).
003250     02  DL290-CNV-SUB          PIC 9(02) COMP VALUE ZERO.
003260     02  DL290-CNV-VALUE        PIC S9(7) VALUE ZERO.
003270     02  DL290-CNV-DIGIT        PIC 9(01) VALUE ZERO.
003280     02  DL290-CNV-NEGATIVE-SW  PIC X(01) VALUE "N".
003290         88  DL290-CNV-NEGATIVE     VALUE "Y".
003300     02  DL290-CNV-VALID-SW     PIC X(01) VALUE "Y".
003310         88  DL290-CNV-VALID        VALUE "Y".
003320         88  DL290-CNV-INVALID      VALUE "N".
003330
003340*----------------------------------------------------------
003350* PROJECTION WORK AREAS
003360*----------------------------------------------------------
003370 01  DL290-PROJ-WORK.
003380     02  DL290-RUN-DAYS         PIC 9(07) COMP VALUE ZERO.
003390     02  DL290-SPAN-DAYS        PIC 9(07) COMP VALUE ZERO.
003400     02  DL290-ROOM             PIC S9(07) VALUE ZERO.
003410     02  DL290-PROJ-DAYS        PIC 9(11) COMP VALUE ZERO.
003420
003430 01  DL290-RUN-TOTALS.
003440     02  DL290-MASTER-COUNT     PIC 9(05) COMP VALUE ZERO.
003450     02  DL290-BREACH-COUNT     PIC 9(05) COMP VALUE ZERO.
003460     02  DL290-BEYOND-COUNT     PIC 9(05) COMP VALUE ZERO.
003470     02  DL290-STABLE-COUNT     PIC 9(05) COMP VALUE ZERO.
003480     02  DL290-FEW-COUNT        PIC 9(05) COMP VALUE ZERO.
003490     02  DL290-SUSP-COUNT       PIC 9(05) COMP VALUE ZERO.
003500     02  DL290-ALERT-COUNT      PIC 9(05) COMP VALUE ZERO.
003510
003520*----------------------------------------------------------
003530* AUDIT LINE LAYOUT - SAME LAYOUT DAY1 WRITES; ONE FORECAST
003540* LINE PER RUN, OR A LOCKED LINE FOR A LOCKED-OUT START.
003550*----------------------------------------------------------
003560 01  DL290-AUDIT-LINE.
003570     05  DL290-AUL-MM       PIC 9(02).
003580     05  FILLER             PIC X(001) VALUE "/".
003590     05  DL290-AUL-DD       PIC 9(02).
003600     05  FILLER             PIC X(001) VALUE "/".
003610     05  DL290-AUL-YYYY     PIC 9(04).
003620     05  FILLER             PIC X(001) VALUE SPACES.
003630     05  DL290-AUL-HH       PIC 9(02).
003640     05  FILLER             PIC X(001) VALUE ":".
003650     05  DL290-AUL-MIN      PIC 9(02).
003660     05  FILLER             PIC X(001) VALUE ":".
003670     05  DL290-AUL-SEC      PIC 9(02).
003680     05  FILLER             PIC X(002) VALUE SPACES.
003690     05  DL290-AUL-MODE     PIC X(008).
003700     05  FILLER             PIC X(002) VALUE SPACES.
003710     05  DL290-AUL-FILE     PIC X(050).
003720     05  FILLER             PIC X(002) VALUE SPACES.
003730     05  DL290-AUL-REC-CNT  PIC ZZZ,ZZ9.
003740     05  FILLER             PIC X(002) VALUE SPACES.
003750     05  DL290-AUL-END-FREQ PIC -(8)9.
003760     05  FILLER             PIC X(002) VALUE SPACES.
003770     05  DL290-AUL-STATUS   PIC X(008).
003780     05  FILLER             PIC X(009) VALUE SPACES.
003790
003800*----------------------------------------------------------
003810* FORECAST REPORT LINE LAYOUTS
003820*----------------------------------------------------------
003830 01  DL290-RPT-TITLE.
003840     05  FILLER    PIC X(034)
003850         VALUE "DAY1 BAND-BREACH FORECAST".
003860     05  FILLER    PIC X(046) VALUE SPACES.
003870
003880 01  DL290-RPT-RUN-DATE.
003890     05  FILLER            PIC X(016) VALUE "RUN DATE.....: ".
003900     05  DL290-RPT-MM      PIC 9(02).
003910     05  FILLER            PIC X(001) VALUE "/".
003920     05  DL290-RPT-DD      PIC 9(02).
003930     05  FILLER            PIC X(001) VALUE "/".
003940     05  DL290-RPT-YYYY    PIC 9(04).
003950     05  FILLER            PIC X(054) VALUE SPACES.
003960
003970 01  DL290-RPT-BAND.
003980     05  FILLER            PIC X(016) VALUE "OPERATING BAND: ".
003990     05  DL290-RPT-BAND-MIN PIC -(6)9.
004000     05  FILLER            PIC X(006) VALUE " THRU ".
004010     05  DL290-RPT-BAND-MAX PIC -(6)9.
004020     05  FILLER            PIC X(044) VALUE SPACES.
004030
004040 01  DL290-RPT-HORIZON.
004050     05  FILLER            PIC X(016) VALUE "HORIZON......: ".
004060     05  DL290-RPT-HOR     PIC ZZZ9.
004070     05  FILLER            PIC X(005) VALUE " DAYS".
004080     05  FILLER            PIC X(055) VALUE SPACES.
004090
004100 01  DL290-RPT-MINRUNS.
004110     05  FILLER            PIC X(016) VALUE "MINIMUM RUNS.: ".
004120     05  DL290-RPT-MINR    PIC ZZZ9.
004130     05  FILLER            PIC X(060) VALUE SPACES.
004140
004150 01  DL290-RPT-HEADING.
004160     05  FILLER            PIC X(009) VALUE "DEVICE".
004170     05  FILLER            PIC X(008) VALUE "   FREQ".
004180     05  FILLER            PIC X(006) VALUE "  RUNS".
004190     05  FILLER            PIC X(011) VALUE "  RATE/DAY".
004200     05  FILLER            PIC X(005) VALUE " SIDE".
004210     05  FILLER            PIC X(007) VALUE "   DAYS".
004220     05  FILLER            PIC X(010) VALUE "  BY DATE".
004230     05  FILLER            PIC X(009) VALUE " VERDICT".
004240     05  FILLER            PIC X(015) VALUE SPACES.
004250
004260 01  DL290-RPT-DETAIL.
004270     05  DL290-RPT-DEVICE   PIC X(008).
004280     05  FILLER             PIC X(001) VALUE SPACES.
004290     05  DL290-RPT-FREQ     PIC -(6)9.
004300     05  FILLER             PIC X(001) VALUE SPACES.
004310     05  DL290-RPT-RUNS     PIC ZZZZ9.
004320     05  FILLER             PIC X(001) VALUE SPACES.
004330     05  DL290-RPT-RATE     PIC -(5)9.9999.
004340     05  FILLER             PIC X(002) VALUE SPACES.
004350     05  DL290-RPT-SIDE     PIC X(003).
004360     05  FILLER             PIC X(002) VALUE SPACES.
004370     05  DL290-RPT-LEFT     PIC ZZZZ9.
004380     05  FILLER             PIC X(002) VALUE SPACES.
004390     05  DL290-RPT-DATE     PIC X(008).
004400     05  FILLER             PIC X(002) VALUE SPACES.
004410     05  DL290-RPT-VERDICT  PIC X(008).
004420     05  FILLER             PIC X(014) VALUE SPACES.
004430
004440 01  DL290-RPT-COUNT-LINE.
004450     05  DL290-RPT-TAG      PIC X(016).
004460     05  DL290-RPT-CNT      PIC ZZZ,ZZ9.
004470     05  FILLER             PIC X(057) VALUE SPACES.
004480
004490 PROCEDURE DIVISION.
004500*----------------------------------------------------------
004510* 0000-MAINLINE-CONTROL
004520*----------------------------------------------------------
004530 0000-MAINLINE-CONTROL.
004540     PERFORM 1000-INITIALIZE
004550         THRU 1000-INITIALIZE-EXIT.
004560
004570*    ANOTHER PROGRAM HOLDS THE SHARED FILES - END LOCKED
004580*    RATHER THAN APPEND ALERTS INSIDE ITS REWRITE.
004590     IF DL290-LOCK-CONFLICT
004600         MOVE "INTERLOCK HELD - RUN ENDED LOCKED"
004610             TO ForecastLine
004620         WRITE ForecastLine
004630         PERFORM 9550-WRITE-LOCKED-AUDIT
004640             THRU 9550-WRITE-LOCKED-AUDIT-EXIT
004650         PERFORM 9560-WRITE-LOCKED-ALERT
004660             THRU 9560-WRITE-LOCKED-ALERT-EXIT
004670         PERFORM 9000-TERMINATE
004680             THRU 9000-TERMINATE-EXIT
004690         STOP RUN
004700     END-IF.
004710
004720     IF NOT DL290-LIMITS-FOUND
004730         MOVE "LIMITS FILE MISSING - NO BAND TO FORECAST AGAINST"
004740             TO ForecastLine
004750         WRITE ForecastLine
004760         PERFORM 9500-WRITE-AUDIT-LOG
004770             THRU 9500-WRITE-AUDIT-LOG-EXIT
004780         PERFORM 9000-TERMINATE
004790             THRU 9000-TERMINATE-EXIT
004800         STOP RUN
004810     END-IF.
004820
004830     PERFORM 2000-LOAD-DEVICES
004840         THRU 2000-LOAD-DEVICES-EXIT.
004850
004860     PERFORM 3000-LOAD-LIVE-HISTORY
004870         THRU 3000-LOAD-LIVE-HISTORY-EXIT.
004880
004890     PERFORM 4000-LOAD-GENERATIONS
004900         THRU 4000-LOAD-GENERATIONS-EXIT.
004910
004920     PERFORM 5000-PROJECT-DEVICES
004930         THRU 5000-PROJECT-DEVICES-EXIT.
004940
004950     PERFORM 8000-PRODUCE-REPORT
004960         THRU 8000-PRODUCE-REPORT-EXIT.
004970
004980     PERFORM 9500-WRITE-AUDIT-LOG
004990         THRU 9500-WRITE-AUDIT-LOG-EXIT.
005000
005010     PERFORM 9000-TERMINATE
005020         THRU 9000-TERMINATE-EXIT.
005030
005040     STOP RUN.
005050
005060*----------------------------------------------------------
005070* 1000-INITIALIZE - CAPTURE THE RUN DATE/TIME AND HORIZON,
005080* CLAIM THE INTERLOCK, LOAD THE BAND AND OPEN THE REPORT.
005090*----------------------------------------------------------
005100 1000-INITIALIZE.
005110     PERFORM 1300-READ-CONTROL-CARDS
005120         THRU 1300-READ-CONTROL-CARDS-EXIT
005130
005140     OPEN OUTPUT ForecastReportFile
005150
005160     ACCEPT DL290-RUN-DATE FROM DATE YYYYMMDD
005170     ACCEPT DL290-RUN-TIME FROM TIME
005180
005190     ACCEPT DL290-PARM-STRING FROM COMMAND-LINE
005200     IF DL290-PARM-STRING NOT = SPACES
005210         MOVE SPACES TO DL290-PARM-TOKEN DL290-PARM-TOKEN2
005220         UNSTRING DL290-PARM-STRING DELIMITED BY ALL SPACE
005230             INTO DL290-PARM-TOKEN DL290-PARM-TOKEN2
005240         END-UNSTRING
005250*        A LEADING "FORCE" TOKEN BREAKS A STALE INTERLOCK
005260*        LEFT BY AN ABEND; THE HORIZON READS AS USUAL.
005270         IF DL290-PARM-TOKEN = "FORCE"
005280             SET DL290-LOCK-FORCE TO TRUE
005290             MOVE DL290-PARM-TOKEN2 TO DL290-PARM-TOKEN
005300         END-IF
005310         MOVE DL290-PARM-TOKEN TO DL290-EDIT-FIELD
005320         PERFORM 1400-EDIT-NUMBER
005330             THRU 1400-EDIT-NUMBER-EXIT
005340         IF DL290-EDIT-OK
005350             MOVE DL290-EDIT-VALUE TO DL290-HORIZON-DAYS
005360         END-IF
005370     END-IF
005380
005390     PERFORM 1900-CLAIM-INTERLOCK
005400         THRU 1900-CLAIM-INTERLOCK-EXIT
005410     IF DL290-LOCK-CONFLICT
005420         GO TO 1000-INITIALIZE-EXIT
005430     END-IF
005440
005450     PERFORM 1190-READ-LIMITS
005460         THRU 1190-READ-LIMITS-EXIT
005470
005480     MOVE DL290-RUN-DATE TO DL290-DATE-IN
005490     PERFORM 3500-DATE-TO-DAYS
005500         THRU 3500-DATE-TO-DAYS-EXIT
005510     MOVE DL290-DATE-DAYS TO DL290-RUN-DAYS
005520
005530     MOVE DL290-RUN-MM       TO DL290-RPT-MM
005540     MOVE DL290-RUN-DD       TO DL290-RPT-DD
005550     MOVE DL290-RUN-YYYY     TO DL290-RPT-YYYY
005560     MOVE DL290-HORIZON-DAYS TO DL290-RPT-HOR
005570     MOVE DL290-MIN-RUNS     TO DL290-RPT-MINR
005580
005590     MOVE DL290-RPT-TITLE    TO ForecastLine
005600     WRITE ForecastLine
005610     MOVE SPACES             TO ForecastLine
005620     WRITE ForecastLine
005630     MOVE DL290-RPT-RUN-DATE TO ForecastLine
005640     WRITE ForecastLine
005650     IF DL290-LIMITS-FOUND
005660         MOVE DL290-MIN-FREQUENCY TO DL290-RPT-BAND-MIN
005670         MOVE DL290-MAX-FREQUENCY TO DL290-RPT-BAND-MAX
005680         MOVE DL290-RPT-BAND     TO ForecastLine
005690         WRITE ForecastLine
005700     END-IF
005710     MOVE DL290-RPT-HORIZON  TO ForecastLine
005720     WRITE ForecastLine
005730     MOVE DL290-RPT-MINRUNS  TO ForecastLine
005740     WRITE ForecastLine
005750     MOVE SPACES             TO ForecastLine
005760     WRITE ForecastLine.
005770
005780 1000-INITIALIZE-EXIT.
005790     EXIT.
005800
005810*----------------------------------------------------------
005820* 1190-READ-LIMITS - LOAD THE OPERATING BAND.  A MISSING
005830* LIMITS FILE LEAVES NOTHING TO FORECAST AGAINST.
005840*----------------------------------------------------------
005850 1190-READ-LIMITS.
005860     OPEN INPUT LimitsFile
005870     IF DL290-LIMITS-STATUS-OK
005880         READ LimitsFile
005890           AT END
005900             CONTINUE
005910           NOT AT END
005920             MOVE LIM-MIN-FREQUENCY TO DL290-MIN-FREQUENCY
005930             MOVE LIM-MAX-FREQUENCY TO DL290-MAX-FREQUENCY
005940             SET DL290-LIMITS-FOUND TO TRUE
005950         END-READ
005960         CLOSE LimitsFile
005970     END-IF.
005980
005990 1190-READ-LIMITS-EXIT.
006000     EXIT.
006010
006020*----------------------------------------------------------
006030* 1300-READ-CONTROL-CARDS - PICK UP THE SHARED FILE-NAME
006040* OVERRIDES AND THE FORECAST SETTINGS FROM THE SAME CARD
006050* FILE DAY1 READS.
006060*----------------------------------------------------------
006070 1300-READ-CONTROL-CARDS.
006080     OPEN INPUT ControlCardFile
006090     IF NOT DL290-CONTROL-STATUS-OK
006100         GO TO 1300-READ-CONTROL-CARDS-EXIT
006110     END-IF
006120
006130     READ ControlCardFile
006140       AT END SET EndOfControlCards TO TRUE
006150     END-READ
006160
006170     PERFORM 1310-APPLY-ONE-CARD
006180         THRU 1310-APPLY-ONE-CARD-EXIT
006190         UNTIL EndOfControlCards
006200
006210     CLOSE ControlCardFile.
006220
006230 1300-READ-CONTROL-CARDS-EXIT.
006240     EXIT.
006250
006260 1310-APPLY-ONE-CARD.
006270     IF CC-CARD-AREA = SPACES
006280             OR CC-CARD-AREA(1:1) = "*"
006290         GO TO 1310-READ-NEXT-CARD
006300     END-IF
006310
006320     MOVE SPACES TO DL290-CARD-KEYWORD DL290-CARD-VALUE
006330     UNSTRING CC-CARD-AREA DELIMITED BY "="
006340         INTO DL290-CARD-KEYWORD DL290-CARD-VALUE
006350     END-UNSTRING
006360     MOVE DL290-CARD-VALUE TO DL290-EDIT-FIELD
006370
006380     EVALUATE DL290-CARD-KEYWORD
006390         WHEN "MASTER"
006400             MOVE DL290-CARD-VALUE TO DL290-MASTER-FILENAME
006410         WHEN "HISTORY"
006420             MOVE DL290-CARD-VALUE TO DL290-HISTORY-FILENAME
006430         WHEN "LIMITS"
006440             MOVE DL290-CARD-VALUE TO DL290-LIMITS-FILENAME
006450         WHEN "AUDIT"
006460             MOVE DL290-CARD-VALUE TO DL290-AUDIT-FILENAME
006470         WHEN "ALERT"
006480             MOVE DL290-CARD-VALUE TO DL290-ALERT-FILENAME
006490         WHEN "FCSTDAYS"
006500             PERFORM 1400-EDIT-NUMBER
006510                 THRU 1400-EDIT-NUMBER-EXIT
006520             IF DL290-EDIT-OK
006530                 MOVE DL290-EDIT-VALUE TO DL290-HORIZON-DAYS
006540             END-IF
006550         WHEN "FCSTRUNS"
006560             PERFORM 1400-EDIT-NUMBER
006570                 THRU 1400-EDIT-NUMBER-EXIT
006580             IF DL290-EDIT-OK AND DL290-EDIT-VALUE > 1
006590                 MOVE DL290-EDIT-VALUE TO DL290-MIN-RUNS
006600             END-IF
006610         WHEN "FCSTGENS"
006620             PERFORM 1400-EDIT-NUMBER
006630                 THRU 1400-EDIT-NUMBER-EXIT
006640             IF DL290-EDIT-OK
006650                 MOVE DL290-EDIT-VALUE TO DL290-MAX-GENS
006660             END-IF
006670         WHEN OTHER
006680             CONTINUE
006690     END-EVALUATE.
006700
006710 1310-READ-NEXT-CARD.
006720     READ ControlCardFile
006730       AT END SET EndOfControlCards TO TRUE
006740     END-READ.
006750
006760 1310-APPLY-ONE-CARD-EXIT.
006770     EXIT.
006780
006790*----------------------------------------------------------
006800* 1400-EDIT-NUMBER - A SETTING IS 1 TO 4 DIGITS, LEFT-
006810* JUSTIFIED.  ANYTHING ELSE LEAVES THE SETTING AS IT WAS.
006820*----------------------------------------------------------
006830 1400-EDIT-NUMBER.
006840     MOVE "N" TO DL290-EDIT-OK-SW
006850     MOVE ZERO TO DL290-EDIT-DIGITS
006860     INSPECT DL290-EDIT-FIELD TALLYING DL290-EDIT-DIGITS
006870         FOR CHARACTERS BEFORE INITIAL SPACE
006880     IF DL290-EDIT-DIGITS < 1 OR DL290-EDIT-DIGITS > 4
006890         GO TO 1400-EDIT-NUMBER-EXIT
006900     END-IF
006910     IF DL290-EDIT-FIELD(1:DL290-EDIT-DIGITS) NOT NUMERIC
006920         GO TO 1400-EDIT-NUMBER-EXIT
006930     END-IF
006940
006950     MOVE DL290-EDIT-FIELD(1:DL290-EDIT-DIGITS)
006960         TO DL290-EDIT-VALUE
006970     SET DL290-EDIT-OK TO TRUE.
006980
006990 1400-EDIT-NUMBER-EXIT.
007000     EXIT.
007010
007020*----------------------------------------------------------
007030* 2000-LOAD-DEVICES - EVERY DEVICE ON THE KEYED MASTER, IN
007040* KEY ORDER, WITH ITS CURRENT FREQUENCY AND STATUS.
007050*----------------------------------------------------------
007060 2000-LOAD-DEVICES.
007070     OPEN INPUT MasterFile
007080     IF NOT DL290-MASTER-STATUS-OK
007090         MOVE "MASTER MISSING OR UNOPENABLE - NOTHING TO FORECAST"
007100             TO ForecastLine
007110         WRITE ForecastLine
007120         GO TO 2000-LOAD-DEVICES-EXIT
007130     END-IF
007140
007150     PERFORM 2100-LOAD-ONE-DEVICE
007160         THRU 2100-LOAD-ONE-DEVICE-EXIT
007170         UNTIL NOT DL290-MASTER-STATUS-OK
007180
007190     CLOSE MasterFile.
007200
007210 2000-LOAD-DEVICES-EXIT.
007220     EXIT.
007230
007240 2100-LOAD-ONE-DEVICE.
007250     READ MasterFile NEXT RECORD
007260       AT END GO TO 2100-LOAD-ONE-DEVICE-EXIT
007270     END-READ
007280
007290     ADD 1 TO DL290-MASTER-COUNT
007300     IF DL290-DEV-COUNT >= 1000
007310         SET DL290-DEV-OVERFLOW TO TRUE
007320         GO TO 2100-LOAD-ONE-DEVICE-EXIT
007330     END-IF
007340
007350     ADD 1 TO DL290-DEV-COUNT
007360     MOVE DL290-DEV-COUNT TO DL290-DEV-SUB
007370     MOVE MST-DEVICE-ID   TO DL290-DEV-ID(DL290-DEV-SUB)
007380     MOVE MST-FREQUENCY   TO DL290-DEV-FREQ(DL290-DEV-SUB)
007390     MOVE MST-STATUS      TO DL290-DEV-STATUS(DL290-DEV-SUB)
007400     MOVE ZERO TO DL290-DEV-RUNS(DL290-DEV-SUB)
007410     MOVE ZERO TO DL290-DEV-DRIFT(DL290-DEV-SUB)
007420     MOVE ZERO TO DL290-DEV-FIRST(DL290-DEV-SUB)
007430     MOVE ZERO TO DL290-DEV-LAST(DL290-DEV-SUB)
007440     MOVE ZERO TO DL290-DEV-RATE(DL290-DEV-SUB)
007450     MOVE ZERO TO DL290-DEV-LEFT(DL290-DEV-SUB)
007460     MOVE ZERO TO DL290-DEV-DATE(DL290-DEV-SUB)
007470     MOVE SPACES TO DL290-DEV-SIDE(DL290-DEV-SUB)
007480     MOVE "O"  TO DL290-DEV-GROUP(DL290-DEV-SUB)
007490     MOVE SPACES TO DL290-DEV-VERDICT(DL290-DEV-SUB)
007500     MOVE "N"  TO DL290-DEV-DONE-SW(DL290-DEV-SUB).
007510
007520 2100-LOAD-ONE-DEVICE-EXIT.
007530     EXIT.
007540
007550*----------------------------------------------------------
007560* 3000-LOAD-LIVE-HISTORY - EVERY APPLIED RUN ON THE LIVE
007570* HISTORY FOR A MASTER DEVICE.
007580*----------------------------------------------------------
007590 3000-LOAD-LIVE-HISTORY.
007600     MOVE DL290-HISTORY-FILENAME TO DL290-HISTIN-NAME
007610     MOVE "N" TO DL290-READING-GEN-SW
007620     PERFORM 3100-READ-ONE-FILE
007630         THRU 3100-READ-ONE-FILE-EXIT.
007640
007650 3000-LOAD-LIVE-HISTORY-EXIT.
007660     EXIT.
007670
007680 3100-READ-ONE-FILE.
007690     OPEN INPUT HistoryFile
007700     IF NOT DL290-HISTORY-STATUS-OK
007710         GO TO 3100-READ-ONE-FILE-EXIT
007720     END-IF
007730
007740     IF DL290-READING-GEN
007750         ADD 1 TO DL290-GEN-READ
007760     END-IF
007770
007780     READ HistoryFile
007790       AT END SET EndOfHistoryFile TO TRUE
007800     END-READ
007810
007820     PERFORM 3200-ACCUMULATE-ONE-LINE
007830         THRU 3200-ACCUMULATE-ONE-LINE-EXIT
007840         UNTIL EndOfHistoryFile
007850
007860     CLOSE HistoryFile.
007870
007880 3100-READ-ONE-FILE-EXIT.
007890     EXIT.
007900
007910*----------------------------------------------------------
007920* 3200-ACCUMULATE-ONE-LINE - ROLL ONE APPLIED RUN INTO ITS
007930* DEVICE'S DRIFT AND DATE SPAN.  REVERSED RUNS NEVER COUNT;
007940* FROM A GENERATION ONLY DEVICES STILL SHORT OF RUNS TAKE
007950* THE LINE.
007960*----------------------------------------------------------
007970 3200-ACCUMULATE-ONE-LINE.
007980     IF HST-START-TAG NOT = "START: "
007990             OR HST-END-TAG NOT = "END: "
008000             OR HST-REVERSED-TAG = "REVERSED"
008010         GO TO 3200-READ-NEXT
008020     END-IF
008030
008040     IF HST-DATE(1:2) NOT NUMERIC
008050             OR HST-DATE(4:2) NOT NUMERIC
008060             OR HST-DATE(7:4) NOT NUMERIC
008070         GO TO 3200-READ-NEXT
008080     END-IF
008090
008100     IF HST-DEVICE = SPACES
008110         MOVE "DEFAULT" TO DL290-WRK-DEVICE
008120     ELSE
008130         MOVE HST-DEVICE TO DL290-WRK-DEVICE
008140     END-IF
008150
008160     PERFORM 3300-LOCATE-DEVICE
008170         THRU 3300-LOCATE-DEVICE-EXIT
008180     IF DL290-DEV-NOT-FOUND
008190         GO TO 3200-READ-NEXT
008200     END-IF
008210
008220     IF DL290-READING-GEN
008230         IF DL290-DEV-DONE-SW(DL290-DEV-SUB) = "Y"
008240             GO TO 3200-READ-NEXT
008250         END-IF
008260     END-IF
008270
008280     MOVE HST-START-VALUE TO DL290-CNV-FIELD
008290     PERFORM 3400-CONVERT-DISPLAY-VALUE
008300         THRU 3400-CONVERT-DISPLAY-VALUE-EXIT
008310     IF DL290-CNV-INVALID
008320         GO TO 3200-READ-NEXT
008330     END-IF
008340     MOVE DL290-CNV-VALUE TO DL290-WRK-START
008350
008360     MOVE HST-END-VALUE TO DL290-CNV-FIELD
008370     PERFORM 3400-CONVERT-DISPLAY-VALUE
008380         THRU 3400-CONVERT-DISPLAY-VALUE-EXIT
008390     IF DL290-CNV-INVALID
008400         GO TO 3200-READ-NEXT
008410     END-IF
008420     MOVE DL290-CNV-VALUE TO DL290-WRK-END
008430
008440     MOVE HST-DATE(7:4) TO DL290-DATE-IN-YYYY
008450     MOVE HST-DATE(1:2) TO DL290-DATE-IN-MM
008460     MOVE HST-DATE(4:2) TO DL290-DATE-IN-DD
008470     PERFORM 3500-DATE-TO-DAYS
008480         THRU 3500-DATE-TO-DAYS-EXIT
008490     MOVE DL290-DATE-DAYS TO DL290-WRK-DAYS
008500
008510     ADD 1 TO DL290-DEV-RUNS(DL290-DEV-SUB)
008520     COMPUTE DL290-DEV-DRIFT(DL290-DEV-SUB) =
008530         DL290-DEV-DRIFT(DL290-DEV-SUB)
008540         + DL290-WRK-END - DL290-WRK-START
008550     IF DL290-DEV-FIRST(DL290-DEV-SUB) = ZERO
008560             OR DL290-WRK-DAYS < DL290-DEV-FIRST(DL290-DEV-SUB)
008570         MOVE DL290-WRK-DAYS TO DL290-DEV-FIRST(DL290-DEV-SUB)
008580     END-IF
008590     IF DL290-WRK-DAYS > DL290-DEV-LAST(DL290-DEV-SUB)
008600         MOVE DL290-WRK-DAYS TO DL290-DEV-LAST(DL290-DEV-SUB)
008610     END-IF.
008620
008630 3200-READ-NEXT.
008640     READ HistoryFile
008650       AT END SET EndOfHistoryFile TO TRUE
008660     END-READ.
008670
008680 3200-ACCUMULATE-ONE-LINE-EXIT.
008690     EXIT.
008700
008710 3300-LOCATE-DEVICE.
008720     SET DL290-DEV-NOT-FOUND TO TRUE
008730     MOVE ZERO TO DL290-DEV-SUB
008740
008750     PERFORM 3310-MATCH-ONE-DEVICE
008760         THRU 3310-MATCH-ONE-DEVICE-EXIT
008770         UNTIL DL290-DEV-FOUND
008780            OR DL290-DEV-SUB >= DL290-DEV-COUNT.
008790
008800 3300-LOCATE-DEVICE-EXIT.
008810     EXIT.
008820
008830 3310-MATCH-ONE-DEVICE.
008840     ADD 1 TO DL290-DEV-SUB
008850     IF DL290-DEV-ID(DL290-DEV-SUB) = DL290-WRK-DEVICE
008860         SET DL290-DEV-FOUND TO TRUE
008870     END-IF.
008880
008890 3310-MATCH-ONE-DEVICE-EXIT.
008900     EXIT.
008910
008920*----------------------------------------------------------
008930* 3400-CONVERT-DISPLAY-VALUE - TURN A HISTORY LINE'S EDITED
008940* FREQUENCY (LEADING BLANKS, OPTIONAL MINUS) INTO A NUMBER.
008950*----------------------------------------------------------
008960 3400-CONVERT-DISPLAY-VALUE.
008970     MOVE ZERO TO DL290-CNV-VALUE
008980     MOVE ZERO TO DL290-CNV-SUB
008990     MOVE "N"  TO DL290-CNV-NEGATIVE-SW
009000     MOVE "Y"  TO DL290-CNV-VALID-SW
009010
009020     PERFORM 3410-CONVERT-ONE-CHAR
009030         THRU 3410-CONVERT-ONE-CHAR-EXIT
009040         UNTIL DL290-CNV-SUB >= 7
009050            OR DL290-CNV-INVALID
009060
009070     IF DL290-CNV-NEGATIVE
009080         COMPUTE DL290-CNV-VALUE = 0 - DL290-CNV-VALUE
009090     END-IF.
009100
009110 3400-CONVERT-DISPLAY-VALUE-EXIT.
009120     EXIT.
009130
009140 3410-CONVERT-ONE-CHAR.
009150     ADD 1 TO DL290-CNV-SUB
009160     MOVE DL290-CNV-FIELD(DL290-CNV-SUB:1) TO DL290-CNV-CHAR
009170
009180     EVALUATE TRUE
009190         WHEN DL290-CNV-CHAR = SPACE
009200             CONTINUE
009210         WHEN DL290-CNV-CHAR = "-"
009220             MOVE "Y" TO DL290-CNV-NEGATIVE-SW
009230         WHEN DL290-CNV-CHAR NUMERIC
009240             MOVE DL290-CNV-CHAR TO DL290-CNV-DIGIT
009250             COMPUTE DL290-CNV-VALUE =
009260                 DL290-CNV-VALUE * 10 + DL290-CNV-DIGIT
009270         WHEN OTHER
009280             SET DL290-CNV-INVALID TO TRUE
009290     END-EVALUATE.
009300
009310 3410-CONVERT-ONE-CHAR-EXIT.
009320     EXIT.
009330
009340*----------------------------------------------------------
009350* 3500-DATE-TO-DAYS - TURN DL290-DATE-IN (YYYYMMDD) INTO A
009360* DAY NUMBER IN DL290-DATE-DAYS.
009370*----------------------------------------------------------
009380 3500-DATE-TO-DAYS.
009390     IF DL290-DATE-IN-MM > 2
009400         MOVE DL290-DATE-IN-YYYY TO DL290-DATE-Y
009410         COMPUTE DL290-DATE-M = DL290-DATE-IN-MM - 3
009420     ELSE
009430         COMPUTE DL290-DATE-Y = DL290-DATE-IN-YYYY - 1
009440         COMPUTE DL290-DATE-M = DL290-DATE-IN-MM + 9
009450     END-IF
009460
009470     PERFORM 3550-YEAR-TO-DAYS
009480         THRU 3550-YEAR-TO-DAYS-EXIT
009490     COMPUTE DL290-DATE-MDAYS = DL290-DATE-M * 153 + 2
009500     DIVIDE DL290-DATE-MDAYS BY 5 GIVING DL290-DATE-MDAYS
009510
009520     COMPUTE DL290-DATE-DAYS = DL290-DATE-YDAYS
009530         + DL290-DATE-MDAYS + DL290-DATE-IN-DD - 1.
009540
009550 3500-DATE-TO-DAYS-EXIT.
009560     EXIT.
009570
009580*----------------------------------------------------------
009590* 3550-YEAR-TO-DAYS - DAYS BEFORE MARCH 1 OF MARCH-BASED
009600* YEAR DL290-DATE-Y, INTO DL290-DATE-YDAYS.
009610*----------------------------------------------------------
009620 3550-YEAR-TO-DAYS.
009630     DIVIDE DL290-DATE-Y BY 4   GIVING DL290-DATE-Q4
009640     DIVIDE DL290-DATE-Y BY 100 GIVING DL290-DATE-Q100
009650     DIVIDE DL290-DATE-Y BY 400 GIVING DL290-DATE-Q400
009660     COMPUTE DL290-DATE-YDAYS = DL290-DATE-Y * 365
009670         + DL290-DATE-Q4 - DL290-DATE-Q100 + DL290-DATE-Q400.
009680
009690 3550-YEAR-TO-DAYS-EXIT.
009700     EXIT.
009710
009720*----------------------------------------------------------
009730* 3600-DAYS-TO-DATE - TURN DAY NUMBER DL290-DATE-DAYS BACK
009740* INTO A YYYYMMDD DATE IN DL290-DATE-OUT.
009750*----------------------------------------------------------
009760 3600-DAYS-TO-DATE.
009770     COMPUTE DL290-DATE-BIG = DL290-DATE-DAYS * 10000 + 14780
009780     DIVIDE DL290-DATE-BIG BY 3652425 GIVING DL290-DATE-Y
009790
009800     PERFORM 3550-YEAR-TO-DAYS
009810         THRU 3550-YEAR-TO-DAYS-EXIT
009820     COMPUTE DL290-DATE-DDD = DL290-DATE-DAYS - DL290-DATE-YDAYS
009830     IF DL290-DATE-DDD < ZERO
009840         SUBTRACT 1 FROM DL290-DATE-Y
009850         PERFORM 3550-YEAR-TO-DAYS
009860             THRU 3550-YEAR-TO-DAYS-EXIT
009870         COMPUTE DL290-DATE-DDD =
009880             DL290-DATE-DAYS - DL290-DATE-YDAYS
009890     END-IF
009900
009910*    MONTH OF THE MARCH-BASED YEAR (0 = MARCH), THEN BACK TO
009920*    THE CALENDAR MONTH AND YEAR.
009930     COMPUTE DL290-DATE-BIG = DL290-DATE-DDD * 100 + 52
009940     DIVIDE DL290-DATE-BIG BY 3060 GIVING DL290-DATE-M
009950     COMPUTE DL290-DATE-BIG = DL290-DATE-M * 306 + 5
009960     DIVIDE DL290-DATE-BIG BY 10 GIVING DL290-DATE-MDAYS
009970     COMPUTE DL290-DATE-OUT-DD =
009980         DL290-DATE-DDD - DL290-DATE-MDAYS + 1
009990
010000     IF DL290-DATE-M < 10
010010         COMPUTE DL290-DATE-OUT-MM = DL290-DATE-M + 3
010020         MOVE DL290-DATE-Y TO DL290-DATE-OUT-YYYY
010030     ELSE
010040         COMPUTE DL290-DATE-OUT-MM = DL290-DATE-M - 9
010050         COMPUTE DL290-DATE-OUT-YYYY = DL290-DATE-Y + 1
010060     END-IF.
010070
010080 3600-DAYS-TO-DATE-EXIT.
010090     EXIT.
010100
010110*----------------------------------------------------------
010120* 4000-LOAD-GENERATIONS - WHILE ANY ACTIVE DEVICE HAS FEWER
010130* APPLIED RUNS THAN THE MINIMUM, READ THE CLOSED PERIODS
010140* BACK FROM THE MONTH BEFORE THE RUN, UP TO FCSTGENS OF
010150* THEM.  A PERIOD WITH NO GENERATION FILE IS PASSED OVER.
010160*----------------------------------------------------------
010170 4000-LOAD-GENERATIONS.
010180     MOVE DL290-RUN-YYYY TO DL290-GEN-YYYY
010190     MOVE DL290-RUN-MM   TO DL290-GEN-MM
010200     PERFORM 4200-MARK-NEEDY-DEVICES
010210         THRU 4200-MARK-NEEDY-DEVICES-EXIT
010220
010230     PERFORM 4100-READ-ONE-GENERATION
010240         THRU 4100-READ-ONE-GENERATION-EXIT
010250         UNTIL DL290-NEEDY-COUNT = ZERO
010260            OR DL290-GEN-TRIED >= DL290-MAX-GENS.
010270
010280 4000-LOAD-GENERATIONS-EXIT.
010290     EXIT.
010300
010310 4100-READ-ONE-GENERATION.
010320     ADD 1 TO DL290-GEN-TRIED
010330     IF DL290-GEN-MM <= 1
010340         SUBTRACT 1 FROM DL290-GEN-YYYY
010350         MOVE 12 TO DL290-GEN-MM
010360     ELSE
010370         SUBTRACT 1 FROM DL290-GEN-MM
010380     END-IF
010390
010400     MOVE SPACES TO DL290-HISTIN-NAME
010410     STRING "day1-history-"   DELIMITED BY SIZE
010420            DL290-GEN-PERIOD  DELIMITED BY SIZE
010430            ".txt"            DELIMITED BY SIZE
010440         INTO DL290-HISTIN-NAME
010450     END-STRING
010460     MOVE "Y" TO DL290-READING-GEN-SW
010470     PERFORM 3100-READ-ONE-FILE
010480         THRU 3100-READ-ONE-FILE-EXIT
010490
010500     PERFORM 4200-MARK-NEEDY-DEVICES
010510         THRU 4200-MARK-NEEDY-DEVICES-EXIT.
010520
010530 4100-READ-ONE-GENERATION-EXIT.
010540     EXIT.
010550
010560*----------------------------------------------------------
010570* 4200-MARK-NEEDY-DEVICES - A DEVICE IS DONE ONCE IT HAS THE
010580* MINIMUM RUNS OR IS NOT ACTIVE; THE REST STILL NEED LINES.
010590*----------------------------------------------------------
010600 4200-MARK-NEEDY-DEVICES.
010610     MOVE ZERO TO DL290-NEEDY-COUNT
010620     MOVE ZERO TO DL290-DEV-SUB
010630     PERFORM 4210-MARK-ONE-DEVICE
010640         THRU 4210-MARK-ONE-DEVICE-EXIT
010650         UNTIL DL290-DEV-SUB >= DL290-DEV-COUNT.
010660
010670 4200-MARK-NEEDY-DEVICES-EXIT.
010680     EXIT.
010690
010700 4210-MARK-ONE-DEVICE.
010710     ADD 1 TO DL290-DEV-SUB
010720     IF DL290-DEV-STATUS(DL290-DEV-SUB) NOT = "A"
010730             OR DL290-DEV-RUNS(DL290-DEV-SUB) >= DL290-MIN-RUNS
010740         MOVE "Y" TO DL290-DEV-DONE-SW(DL290-DEV-SUB)
010750     ELSE
010760         MOVE "N" TO DL290-DEV-DONE-SW(DL290-DEV-SUB)
010770         ADD 1 TO DL290-NEEDY-COUNT
010780     END-IF.
010790
010800 4210-MARK-ONE-DEVICE-EXIT.
010810     EXIT.
010820
010830*----------------------------------------------------------
010840* 5000-PROJECT-DEVICES - TURN EACH ACTIVE DEVICE'S RUNS INTO
010850* A DRIFT RATE AND A DAYS-LEFT FIGURE, AND RAISE A WARNING
010860* ALERT FOR EVERY ONE DUE TO BREACH WITHIN THE HORIZON.
010870*----------------------------------------------------------
010880 5000-PROJECT-DEVICES.
010890     MOVE ZERO TO DL290-DEV-SUB
010900     PERFORM 5100-PROJECT-ONE-DEVICE
010910         THRU 5100-PROJECT-ONE-DEVICE-EXIT
010920         UNTIL DL290-DEV-SUB >= DL290-DEV-COUNT.
010930
010940 5000-PROJECT-DEVICES-EXIT.
010950     EXIT.
010960
010970 5100-PROJECT-ONE-DEVICE.
010980     ADD 1 TO DL290-DEV-SUB
010990
011000     IF DL290-DEV-STATUS(DL290-DEV-SUB) NOT = "A"
011010         MOVE "SUSPEND" TO DL290-DEV-VERDICT(DL290-DEV-SUB)
011020         ADD 1 TO DL290-SUSP-COUNT
011030         GO TO 5100-PROJECT-ONE-DEVICE-EXIT
011040     END-IF
011050
011060*    ALREADY OUTSIDE THE BAND - THE NEXT POSTING RUN STOPS.
011070     IF DL290-DEV-FREQ(DL290-DEV-SUB) > DL290-MAX-FREQUENCY
011080             OR DL290-DEV-FREQ(DL290-DEV-SUB)
011090                 < DL290-MIN-FREQUENCY
011100         IF DL290-DEV-FREQ(DL290-DEV-SUB) > DL290-MAX-FREQUENCY
011110             MOVE "MAX" TO DL290-DEV-SIDE(DL290-DEV-SUB)
011120         ELSE
011130             MOVE "MIN" TO DL290-DEV-SIDE(DL290-DEV-SUB)
011140         END-IF
011150         MOVE "OUTSIDE" TO DL290-DEV-VERDICT(DL290-DEV-SUB)
011160         MOVE ZERO TO DL290-DEV-LEFT(DL290-DEV-SUB)
011170         MOVE DL290-RUN-DATE TO DL290-DEV-DATE(DL290-DEV-SUB)
011180         GO TO 5100-RAISE-BREACH
011190     END-IF
011200
011210     IF DL290-DEV-RUNS(DL290-DEV-SUB) < DL290-MIN-RUNS
011220         MOVE "TOO FEW" TO DL290-DEV-VERDICT(DL290-DEV-SUB)
011230         ADD 1 TO DL290-FEW-COUNT
011240         GO TO 5100-PROJECT-ONE-DEVICE-EXIT
011250     END-IF
011260
011270*    DRIFT PER CALENDAR DAY OVER THE DAYS THE RUNS COVER.
011280     COMPUTE DL290-SPAN-DAYS = DL290-DEV-LAST(DL290-DEV-SUB)
011290         - DL290-DEV-FIRST(DL290-DEV-SUB) + 1
011300     COMPUTE DL290-DEV-RATE(DL290-DEV-SUB) ROUNDED =
011310         DL290-DEV-DRIFT(DL290-DEV-SUB) / DL290-SPAN-DAYS
011320
011330     EVALUATE TRUE
011340         WHEN DL290-DEV-RATE(DL290-DEV-SUB) > ZERO
011350             MOVE "MAX" TO DL290-DEV-SIDE(DL290-DEV-SUB)
011360             COMPUTE DL290-ROOM = DL290-MAX-FREQUENCY
011370                 - DL290-DEV-FREQ(DL290-DEV-SUB)
011380             COMPUTE DL290-PROJ-DAYS =
011390                 DL290-ROOM / DL290-DEV-RATE(DL290-DEV-SUB)
011400         WHEN DL290-DEV-RATE(DL290-DEV-SUB) < ZERO
011410             MOVE "MIN" TO DL290-DEV-SIDE(DL290-DEV-SUB)
011420             COMPUTE DL290-ROOM = DL290-DEV-FREQ(DL290-DEV-SUB)
011430                 - DL290-MIN-FREQUENCY
011440             COMPUTE DL290-PROJ-DAYS =
011450                 DL290-ROOM / (0 - DL290-DEV-RATE(DL290-DEV-SUB))
011460         WHEN OTHER
011470             MOVE "STABLE" TO DL290-DEV-VERDICT(DL290-DEV-SUB)
011480             ADD 1 TO DL290-STABLE-COUNT
011490             GO TO 5100-PROJECT-ONE-DEVICE-EXIT
011500     END-EVALUATE
011510
011520     IF DL290-PROJ-DAYS > 99999
011530         MOVE 99999 TO DL290-PROJ-DAYS
011540     END-IF
011550     MOVE DL290-PROJ-DAYS TO DL290-DEV-LEFT(DL290-DEV-SUB)
011560     IF DL290-PROJ-DAYS < 36500
011570         COMPUTE DL290-DATE-DAYS = DL290-RUN-DAYS
011580             + DL290-PROJ-DAYS
011590         PERFORM 3600-DAYS-TO-DATE
011600             THRU 3600-DAYS-TO-DATE-EXIT
011610         MOVE DL290-DATE-OUT TO DL290-DEV-DATE(DL290-DEV-SUB)
011620     END-IF
011630
011640     IF DL290-PROJ-DAYS > DL290-HORIZON-DAYS
011650         MOVE "BEYOND" TO DL290-DEV-VERDICT(DL290-DEV-SUB)
011660         ADD 1 TO DL290-BEYOND-COUNT
011670         GO TO 5100-PROJECT-ONE-DEVICE-EXIT
011680     END-IF
011690
011700     MOVE "BREACH" TO DL290-DEV-VERDICT(DL290-DEV-SUB).
011710
011720 5100-RAISE-BREACH.
011730     MOVE "B" TO DL290-DEV-GROUP(DL290-DEV-SUB)
011740     ADD 1 TO DL290-BREACH-COUNT
011750     PERFORM 5200-WRITE-BREACH-ALERT
011760         THRU 5200-WRITE-BREACH-ALERT-EXIT.
011770
011780 5100-PROJECT-ONE-DEVICE-EXIT.
011790     EXIT.
011800
011810*----------------------------------------------------------
011820* 5200-WRITE-BREACH-ALERT - A WARNING RECORD IN THE EXISTING
011830* ALT LAYOUT, DEVICE IN THE INPUT-FILE FIELD AS DAY1CMPL
011840* WRITES IT, SO THE CONSOLE SEES THE FORECAST THE SAME DAY.
011850*----------------------------------------------------------
011860 5200-WRITE-BREACH-ALERT.
011870     MOVE DL290-RUN-DATE        TO ALT-RUN-DATE
011880     MOVE DL290-RUN-TIME(1:6)   TO ALT-RUN-TIME
011890     MOVE "WARNING"             TO ALT-SEVERITY
011900     MOVE "FORECAST"            TO ALT-COMPLETION
011910     MOVE DL290-DEV-ID(DL290-DEV-SUB) TO ALT-INPUT-FILE
011920     MOVE SPACES                TO ALT-MESSAGE
011930     MOVE DL290-DEV-LEFT(DL290-DEV-SUB) TO DL290-RPT-LEFT
011940     IF DL290-DEV-VERDICT(DL290-DEV-SUB) = "OUTSIDE"
011950         STRING "ALREADY OUTSIDE BAND - "   DELIMITED BY SIZE
011960                DL290-DEV-SIDE(DL290-DEV-SUB) DELIMITED BY SIZE
011970             INTO ALT-MESSAGE
011980         END-STRING
011990     ELSE
012000         STRING "PROJECTED "                DELIMITED BY SIZE
012010                DL290-DEV-SIDE(DL290-DEV-SUB) DELIMITED BY SIZE
012020                " BREACH IN "               DELIMITED BY SIZE
012030                DL290-RPT-LEFT              DELIMITED BY SIZE
012040                " DAYS"                     DELIMITED BY SIZE
012050             INTO ALT-MESSAGE
012060         END-STRING
012070     END-IF
012080
012090     OPEN EXTEND AlertFile
012100     IF DL290-ALERT-NOT-FOUND
012110         OPEN OUTPUT AlertFile
012120     END-IF
012130     WRITE AlertRecord
012140     CLOSE AlertFile
012150     ADD 1 TO DL290-ALERT-COUNT.
012160
012170 5200-WRITE-BREACH-ALERT-EXIT.
012180     EXIT.
012190
012200*----------------------------------------------------------
012210* 8000-PRODUCE-REPORT - DEVICES DUE TO BREACH WITHIN THE
012220* HORIZON FIRST, SOONEST FIRST; THEN EVERY OTHER DEVICE IN
012230* MASTER ORDER; THEN THE COUNTS.
012240*----------------------------------------------------------
012250 8000-PRODUCE-REPORT.
012260     MOVE "PROJECTED TO BREACH WITHIN THE HORIZON" TO ForecastLine
012270     WRITE ForecastLine
012280     MOVE DL290-RPT-HEADING TO ForecastLine
012290     WRITE ForecastLine
012310     PERFORM 8100-PRINT-NEXT-SOONEST
012320         THRU 8100-PRINT-NEXT-SOONEST-EXIT
012330         UNTIL DL290-PRINTED-COUNT >= DL290-BREACH-COUNT
012340     IF DL290-BREACH-COUNT = ZERO
012350         MOVE "  NONE" TO ForecastLine
012360         WRITE ForecastLine
012370     END-IF
012380
012390     MOVE SPACES TO ForecastLine
012400     WRITE ForecastLine
012410     MOVE "ALL OTHER DEVICES" TO ForecastLine
012420     WRITE ForecastLine
012430     MOVE DL290-RPT-HEADING TO ForecastLine
012440     WRITE ForecastLine
012450     MOVE ZERO TO DL290-DEV-SUB
012460     PERFORM 8200-PRINT-ONE-OTHER
012470         THRU 8200-PRINT-ONE-OTHER-EXIT
012480         UNTIL DL290-DEV-SUB >= DL290-DEV-COUNT
012490
012500     MOVE SPACES TO ForecastLine
012510     WRITE ForecastLine
012520
012530     MOVE "MASTERS READ.: " TO DL290-RPT-TAG
012540     MOVE DL290-MASTER-COUNT TO DL290-RPT-CNT
012550     MOVE DL290-RPT-COUNT-LINE TO ForecastLine
012560     WRITE ForecastLine
012570
012580     MOVE "GENERATIONS..: " TO DL290-RPT-TAG
012590     MOVE DL290-GEN-READ TO DL290-RPT-CNT
012600     MOVE DL290-RPT-COUNT-LINE TO ForecastLine
012610     WRITE ForecastLine
012620
012630     MOVE "BREACH SOON..: " TO DL290-RPT-TAG
012640     MOVE DL290-BREACH-COUNT TO DL290-RPT-CNT
012650     MOVE DL290-RPT-COUNT-LINE TO ForecastLine
012660     WRITE ForecastLine
012670
012680     MOVE "BEYOND HORIZON: " TO DL290-RPT-TAG
012690     MOVE DL290-BEYOND-COUNT TO DL290-RPT-CNT
012700     MOVE DL290-RPT-COUNT-LINE TO ForecastLine
012710     WRITE ForecastLine
012720
012730     MOVE "STABLE.......: " TO DL290-RPT-TAG
012740     MOVE DL290-STABLE-COUNT TO DL290-RPT-CNT
012750     MOVE DL290-RPT-COUNT-LINE TO ForecastLine
012760     WRITE ForecastLine
012770
012780     MOVE "TOO FEW RUNS.: " TO DL290-RPT-TAG
012790     MOVE DL290-FEW-COUNT TO DL290-RPT-CNT
012800     MOVE DL290-RPT-COUNT-LINE TO ForecastLine
012810     WRITE ForecastLine
012820
012830     MOVE "SUSPENDED....: " TO DL290-RPT-TAG
012840     MOVE DL290-SUSP-COUNT TO DL290-RPT-CNT
012850     MOVE DL290-RPT-COUNT-LINE TO ForecastLine
012860     WRITE ForecastLine
012870
012880     MOVE "ALERTS RAISED: " TO DL290-RPT-TAG
012890     MOVE DL290-ALERT-COUNT TO DL290-RPT-CNT
012900     MOVE DL290-RPT-COUNT-LINE TO ForecastLine
012910     WRITE ForecastLine
012920
012930     IF DL290-DEV-OVERFLOW
012940         MOVE "WORK TABLE FULL - FORECAST INCOMPLETE"
012950             TO ForecastLine
012960         WRITE ForecastLine
012970     END-IF.
012980
012990 8000-PRODUCE-REPORT-EXIT.
013000     EXIT.
013010
013020*----------------------------------------------------------
013030* 8100-PRINT-NEXT-SOONEST - FIND THE UNPRINTED BREACH ENTRY
013040* WITH THE FEWEST DAYS LEFT AND PRINT IT.  THE CALLER ENDS
013050* THE GROUP ONCE EVERY BREACH ENTRY HAS PRINTED.
013060*----------------------------------------------------------
013070 8100-PRINT-NEXT-SOONEST.
013080     MOVE ZERO TO DL290-BEST-SUB
013090     MOVE ZERO TO DL290-DEV-SUB
013100     PERFORM 8110-CHECK-ONE-BREACH
013110         THRU 8110-CHECK-ONE-BREACH-EXIT
013120         UNTIL DL290-DEV-SUB >= DL290-DEV-COUNT
013130
013140     IF DL290-BEST-SUB = ZERO
013150         GO TO 8100-PRINT-NEXT-SOONEST-EXIT
013160     END-IF
013170
013180     MOVE DL290-BEST-SUB TO DL290-DEV-SUB
013190     MOVE SPACES TO DL290-DEV-GROUP(DL290-DEV-SUB)
013195     ADD 1 TO DL290-PRINTED-COUNT
013200     PERFORM 8300-PRINT-DETAIL
013210         THRU 8300-PRINT-DETAIL-EXIT.
013220
013230 8100-PRINT-NEXT-SOONEST-EXIT.
013240     EXIT.
013250
013260 8110-CHECK-ONE-BREACH.
013270     ADD 1 TO DL290-DEV-SUB
013280     IF DL290-DEV-GROUP(DL290-DEV-SUB) NOT = "B"
013290         GO TO 8110-CHECK-ONE-BREACH-EXIT
013300     END-IF
013310
013320     IF DL290-BEST-SUB = ZERO
013330         MOVE DL290-DEV-SUB TO DL290-BEST-SUB
013340         GO TO 8110-CHECK-ONE-BREACH-EXIT
013350     END-IF
013360
013370     IF DL290-DEV-LEFT(DL290-DEV-SUB)
013380             < DL290-DEV-LEFT(DL290-BEST-SUB)
013390         MOVE DL290-DEV-SUB TO DL290-BEST-SUB
013400     END-IF.
013410
013420 8110-CHECK-ONE-BREACH-EXIT.
013430     EXIT.
013440
013450 8200-PRINT-ONE-OTHER.
013460     ADD 1 TO DL290-DEV-SUB
013470     IF DL290-DEV-GROUP(DL290-DEV-SUB) NOT = "O"
013480         GO TO 8200-PRINT-ONE-OTHER-EXIT
013490     END-IF
013500
013510     PERFORM 8300-PRINT-DETAIL
013520         THRU 8300-PRINT-DETAIL-EXIT.
013530
013540 8200-PRINT-ONE-OTHER-EXIT.
013550     EXIT.
013560
013570 8300-PRINT-DETAIL.
013580     MOVE SPACES TO DL290-RPT-DETAIL
013590     MOVE DL290-DEV-ID(DL290-DEV-SUB)      TO DL290-RPT-DEVICE
013600     MOVE DL290-DEV-FREQ(DL290-DEV-SUB)    TO DL290-RPT-FREQ
013610     MOVE DL290-DEV-RUNS(DL290-DEV-SUB)    TO DL290-RPT-RUNS
013620     MOVE DL290-DEV-VERDICT(DL290-DEV-SUB) TO DL290-RPT-VERDICT
013630     IF DL290-DEV-SIDE(DL290-DEV-SUB) NOT = SPACES
013640         MOVE DL290-DEV-RATE(DL290-DEV-SUB) TO DL290-RPT-RATE
013650         MOVE DL290-DEV-SIDE(DL290-DEV-SUB) TO DL290-RPT-SIDE
013660         MOVE DL290-DEV-LEFT(DL290-DEV-SUB) TO DL290-RPT-LEFT
013670     END-IF
013680     IF DL290-DEV-DATE(DL290-DEV-SUB) NOT = ZERO
013690         MOVE DL290-DEV-DATE(DL290-DEV-SUB) TO DL290-RPT-DATE
013700     END-IF
013710     MOVE DL290-RPT-DETAIL TO ForecastLine
013720     WRITE ForecastLine.
013730
013740 8300-PRINT-DETAIL-EXIT.
013750     EXIT.
013751
013760*----------------------------------------------------------
013770* 9500-WRITE-AUDIT-LOG - ONE FORECAST LINE PER RUN.  THE
013780* COUNT IS THE DEVICES DUE TO BREACH WITHIN THE HORIZON; THE
013790* CODE IS BREACH WHEN THERE ARE ANY, NOLIMITS WHEN THERE WAS
013800* NO BAND, AND OVFLOW WHEN THE TABLE FILLED.
013810*----------------------------------------------------------
013820 9500-WRITE-AUDIT-LOG.
013830     MOVE DL290-RUN-MM        TO DL290-AUL-MM
013840     MOVE DL290-RUN-DD        TO DL290-AUL-DD
013850     MOVE DL290-RUN-YYYY      TO DL290-AUL-YYYY
013860     MOVE DL290-RUN-HH        TO DL290-AUL-HH
013870     MOVE DL290-RUN-MIN       TO DL290-AUL-MIN
013880     MOVE DL290-RUN-SEC       TO DL290-AUL-SEC
013890     MOVE "FORECAST"          TO DL290-AUL-MODE
013900     MOVE DL290-LIMITS-FILENAME TO DL290-AUL-FILE
013910     MOVE DL290-BREACH-COUNT  TO DL290-AUL-REC-CNT
013920     MOVE ZERO                TO DL290-AUL-END-FREQ
013930     EVALUATE TRUE
013940         WHEN NOT DL290-LIMITS-FOUND
013950             MOVE "NOLIMITS"  TO DL290-AUL-STATUS
013960         WHEN DL290-DEV-OVERFLOW
013970             MOVE "OVFLOW"    TO DL290-AUL-STATUS
013980         WHEN DL290-BREACH-COUNT > ZERO
013990             MOVE "BREACH"    TO DL290-AUL-STATUS
014000         WHEN OTHER
014010             MOVE "NORMAL"    TO DL290-AUL-STATUS
014020     END-EVALUATE
014030
014040     OPEN EXTEND AuditFile
014050     IF DL290-AUDIT-NOT-FOUND
014060         OPEN OUTPUT AuditFile
014070     END-IF
014080     MOVE DL290-AUDIT-LINE TO AuditRecord
014090     WRITE AuditRecord
014100     CLOSE AuditFile.
014110
014120 9500-WRITE-AUDIT-LOG-EXIT.
014130     EXIT.
014140
014150*----------------------------------------------------------
014160* 9000-TERMINATE - CLOSE FILES
014170*----------------------------------------------------------
014180 9000-TERMINATE.
014190     CLOSE ForecastReportFile
014200
014210     PERFORM 9700-RELEASE-INTERLOCK
014220         THRU 9700-RELEASE-INTERLOCK-EXIT.
014230
014240 9000-TERMINATE-EXIT.
014250     EXIT.
014260
014270*----------------------------------------------------------
014280* 1900-CLAIM-INTERLOCK - ONE LOCK RECORD GUARDS ALL THE
014290* SHARED LIVE FILES.  A CONFLICTING START ENDS LOCKED
014300* INSTEAD OF RACING; THE FORCE RUN PARAMETER BREAKS A STALE
014310* LOCK LEFT BY AN ABEND.
014320*----------------------------------------------------------
014330 1900-CLAIM-INTERLOCK.
014340     OPEN INPUT LockFile
014350     IF DL290-LOCK-STATUS-OK
014360         READ LockFile
014370           AT END
014380             CONTINUE
014390           NOT AT END
014400             IF LCK-PROGRAM-ID NOT = SPACES
014410                     AND NOT DL290-LOCK-FORCE
014420                 SET DL290-LOCK-CONFLICT TO TRUE
014430                 MOVE LCK-PROGRAM-ID TO DL290-LOCK-OWNER
014440             END-IF
014450         END-READ
014460         CLOSE LockFile
014470     END-IF
014480
014490     IF DL290-LOCK-CONFLICT
014500         GO TO 1900-CLAIM-INTERLOCK-EXIT
014510     END-IF
014520
014530     OPEN OUTPUT LockFile
014540     MOVE SPACES              TO LockRecord
014550     MOVE "DAY1FCST"          TO LCK-PROGRAM-ID
014560     MOVE DL290-RUN-DATE      TO LCK-RUN-DATE
014570     MOVE DL290-RUN-TIME(1:6) TO LCK-RUN-TIME
014580     MOVE "ALERT AUDIT"       TO LCK-FILES-HELD
014590     WRITE LockRecord
014600     CLOSE LockFile
014610     SET DL290-LOCK-HELD TO TRUE.
014620
014630 1900-CLAIM-INTERLOCK-EXIT.
014640     EXIT.
014650
014660*----------------------------------------------------------
014670* 9550-WRITE-LOCKED-AUDIT - THE LOCKED COMPLETION LINE FOR A
014680* START THAT FOUND THE SHARED FILES HELD.
014690*----------------------------------------------------------
014700 9550-WRITE-LOCKED-AUDIT.
014710     MOVE DL290-RUN-MM        TO DL290-AUL-MM
014720     MOVE DL290-RUN-DD        TO DL290-AUL-DD
014730     MOVE DL290-RUN-YYYY      TO DL290-AUL-YYYY
014740     MOVE DL290-RUN-HH        TO DL290-AUL-HH
014750     MOVE DL290-RUN-MIN       TO DL290-AUL-MIN
014760     MOVE DL290-RUN-SEC       TO DL290-AUL-SEC
014770     MOVE "FORECAST"          TO DL290-AUL-MODE
014780     MOVE SPACES              TO DL290-AUL-FILE
014790     STRING "LOCKED BY "      DELIMITED BY SIZE
014800            DL290-LOCK-OWNER  DELIMITED BY SIZE
014810         INTO DL290-AUL-FILE
014820     END-STRING
014830     MOVE ZERO                TO DL290-AUL-REC-CNT
014840     MOVE ZERO                TO DL290-AUL-END-FREQ
014850     MOVE "LOCKED"            TO DL290-AUL-STATUS
014860
014870     OPEN EXTEND AuditFile
014880     IF DL290-AUDIT-NOT-FOUND
014890         OPEN OUTPUT AuditFile
014900     END-IF
014910     MOVE DL290-AUDIT-LINE TO AuditRecord
014920     WRITE AuditRecord
014930     CLOSE AuditFile.
014940
014950 9550-WRITE-LOCKED-AUDIT-EXIT.
014960     EXIT.
014970
014980*----------------------------------------------------------
014990* 9560-WRITE-LOCKED-ALERT - THE CONSOLE SEES EVERY LOCKED-OUT
015000* START; A RECURRING ONE MEANS THE WINDOW NO LONGER FITS.
015010*----------------------------------------------------------
015020 9560-WRITE-LOCKED-ALERT.
015030     MOVE DL290-RUN-DATE        TO ALT-RUN-DATE
015040     MOVE DL290-RUN-TIME(1:6)   TO ALT-RUN-TIME
015050     MOVE "CRITICAL"            TO ALT-SEVERITY
015060     MOVE "LOCKED"              TO ALT-COMPLETION
015070     MOVE DL290-LIMITS-FILENAME TO ALT-INPUT-FILE
015080     MOVE SPACES                TO ALT-MESSAGE
015090     STRING "SHARED FILES LOCKED BY " DELIMITED BY SIZE
015100            DL290-LOCK-OWNER         DELIMITED BY SIZE
015110         INTO ALT-MESSAGE
015120     END-STRING
015130
015140     OPEN EXTEND AlertFile
015150     IF DL290-ALERT-NOT-FOUND
015160         OPEN OUTPUT AlertFile
015170     END-IF
015180     WRITE AlertRecord
015190     CLOSE AlertFile.
015200
015210 9560-WRITE-LOCKED-ALERT-EXIT.
015220     EXIT.
015230
015240*----------------------------------------------------------
015250* 9700-RELEASE-INTERLOCK - LEAVE THE LOCK FILE EMPTY SO THE
015260* NEXT PROGRAM CAN CLAIM IT.  ONLY THE HOLDER RELEASES.
015270*----------------------------------------------------------
015280 9700-RELEASE-INTERLOCK.
015290     IF DL290-LOCK-HELD
015300         OPEN OUTPUT LockFile
015310         CLOSE LockFile
015320     END-IF.
015330
015340 9700-RELEASE-INTERLOCK-EXIT.
015350     EXIT.
