000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    DAY1CALG.
000030 AUTHOR.        DAVID ARAMANT.
000040 INSTALLATION.  CALIBRATION SYSTEMS.
000050 DATE-WRITTEN.  2026-10-15.
000060 DATE-COMPILED.
000070*----------------------------------------------------------
000080* MODIFICATION HISTORY
000090*----------------------------------------------------------
000100* 2026-10-15  DA  ORIGINAL PROGRAM - RUN CALENDAR GENERATOR.
000110*                 DAY1-CALENDAR.TXT WAS TYPED BY HAND EACH
000120*                 MONTH, AND MOST MISSED-FEED ALERTS FROM
000130*                 DAY1CMPL WERE CALENDAR TYPOS.  THIS PROGRAM
000140*                 EXPANDS THE SCHEDULE RULES (DAY1-SCHEDULE.
000150*                 DAT, SCHEDULE= CARD) INTO THE CALENDAR FOR
000160*                 ONE MONTH - THE YYYYMM RUN PARAMETER,
000170*                 DEFAULT NEXT MONTH.  A DEVICE MAY HAVE ANY
000180*                 NUMBER OF RULES; EACH IS DAILY (D),
000190*                 BUSINESS DAYS MON-FRI (B), WEEKLY ON THE
000200*                 MARKED WEEKDAYS (W) OR MONTHLY ON A GIVEN
000210*                 DAY (M, A DAY PAST MONTH END MEANS THE LAST
000220*                 DAY), AND APPLIES ONLY BETWEEN ITS EFFECTIVE-
000230*                 FROM AND EFFECTIVE-TO DATES (BLANK = OPEN).
000240*                 SHOP HOLIDAYS (DAY1-HOLIDAY.DAT, HOLIDAY=
000250*                 CARD) ARE NEVER DUE.  DEVICES SUSPENDED ON
000260*                 THE MASTER, OR NOT ON IT (RETIRED), GET NO
000270*                 LINES.  THE CALENDAR IS REPLACED ONLY WHEN
000280*                 THE RULES AND MASTER ARE BOTH THERE.
000290*                 DAY1-CALGEN.TXT REPORTS WHAT WAS GENERATED
000300*                 PER DEVICE, THE REJECTED RULES AND THE
000310*                 HOLIDAYS; ONE CALENDAR AUDIT LINE PER RUN.
000320*                 HONORS THE SHARED-FILE RUN INTERLOCK; A
000330*                 LEADING "FORCE" PARAMETER BREAKS A STALE
000340*                 LOCK.
000341* 2026-10-15  DA  ONLY THE MONTH GENERATED IS REPLACED.  LINES
000342*                 ALREADY ON THE CALENDAR FOR ANY OTHER MONTH
000343*                 ARE CARRIED FORWARD THROUGH A WORK FILE
000344*                 (DAY1-CALENDAR.WRK), SO BUILDING NEXT MONTH
000345*                 NO LONGER ERASES THE REST OF THIS MONTH'S
000346*                 DUE DATES FROM DAY1CMPL AND DAY1DOSS.
000350*----------------------------------------------------------
000360 ENVIRONMENT DIVISION.
000370 CONFIGURATION SECTION.
000380 SOURCE-COMPUTER.   IBM-370.
000390 OBJECT-COMPUTER.   IBM-370.
000400 INPUT-OUTPUT SECTION.
000410 FILE-CONTROL.
000420     SELECT MasterFile
000430                ASSIGN TO DYNAMIC DL300-MASTER-FILENAME
000440                ORGANIZATION IS INDEXED
000450                ACCESS MODE IS RANDOM
000460                RECORD KEY IS MST-DEVICE-ID
000470                FILE STATUS IS DL300-MASTER-STATUS.
000480
000490     SELECT ScheduleFile
000500                ASSIGN TO DYNAMIC DL300-SCHEDULE-FILENAME
000510                ORGANIZATION IS LINE SEQUENTIAL
000520                FILE STATUS IS DL300-SCHEDULE-STATUS.
000530
000540     SELECT HolidayFile
000550                ASSIGN TO DYNAMIC DL300-HOLIDAY-FILENAME
000560                ORGANIZATION IS LINE SEQUENTIAL
000570                FILE STATUS IS DL300-HOLIDAY-STATUS.
000580
000590     SELECT CalendarFile ASSIGN TO "day1-calendar.txt"
000592                ORGANIZATION IS LINE SEQUENTIAL
000594                FILE STATUS IS DL300-CALENDAR-STATUS.
000596
000598     SELECT CalWorkFile ASSIGN TO "day1-calendar.wrk"
000600                ORGANIZATION IS LINE SEQUENTIAL
000602                FILE STATUS IS DL300-CALWORK-STATUS.
000610
000620     SELECT AuditFile ASSIGN TO DYNAMIC DL300-AUDIT-FILENAME
000630                ORGANIZATION IS LINE SEQUENTIAL
000640                FILE STATUS IS DL300-AUDIT-STATUS.
000650
000660     SELECT AlertFile ASSIGN TO DYNAMIC DL300-ALERT-FILENAME
000670                ORGANIZATION IS LINE SEQUENTIAL
000680                FILE STATUS IS DL300-ALERT-STATUS.
000690
000700     SELECT CalGenReportFile ASSIGN TO "day1-calgen.txt"
000710                ORGANIZATION IS LINE SEQUENTIAL.
000720
000730     SELECT ControlCardFile ASSIGN TO "day1-control.crd"
000740                ORGANIZATION IS LINE SEQUENTIAL
000750                FILE STATUS IS DL300-CONTROL-STATUS.
000760
000770     SELECT LockFile ASSIGN TO "day1-lock.dat"
000780                ORGANIZATION IS LINE SEQUENTIAL
000790                FILE STATUS IS DL300-LOCK-STATUS.
000800
000810 DATA DIVISION.
000820 FILE SECTION.
000830 FD  MasterFile.
000840 01  MasterRecord.
000850     02  MST-DEVICE-ID      PIC X(08).
000860     02  MST-FREQUENCY      PIC S9(6) SIGN LEADING
000870                                SEPARATE.
000880     02  MST-LAST-RUN-DATE  PIC 9(08).
000890     02  MST-STATUS         PIC X(01).
000900
000910*----------------------------------------------------------
000920* SCHEDULE RULE - ONE LINE PER RULE.  WEEKDAYS ARE SEVEN
000930* POSITIONS MON THRU SUN; ANY NON-BLANK MARKS THE DAY.
000940*----------------------------------------------------------
000950 FD  ScheduleFile.
000960 01  ScheduleRecord.
000970     88  EndOfScheduleFile  VALUE HIGH-VALUES.
000980     02  SCH-DEVICE-ID      PIC X(08).
000990     02  FILLER             PIC X(01).
001000     02  SCH-RULE           PIC X(01).
001010     02  FILLER             PIC X(01).
001020     02  SCH-WEEKDAYS       PIC X(07).
001030     02  FILLER             PIC X(01).
001040     02  SCH-MONTH-DAY      PIC X(02).
001050     02  FILLER             PIC X(01).
001060     02  SCH-EFF-FROM       PIC X(08).
001070     02  FILLER             PIC X(01).
001080     02  SCH-EFF-TO         PIC X(08).
001090     02  FILLER             PIC X(41).
001100
001110 FD  HolidayFile.
001120 01  HolidayRecord.
001130     88  EndOfHolidayFile   VALUE HIGH-VALUES.
001140     02  HOL-DATE           PIC X(08).
001150     02  FILLER             PIC X(01).
001160     02  HOL-DESCRIPTION    PIC X(30).
001170     02  FILLER             PIC X(41).
001180
001190 FD  CalendarFile.
001200 01  CalendarRecord.
001210     02  CAL-DEVICE-ID      PIC X(08).
001220     02  FILLER             PIC X(01).
001230     02  CAL-DUE-DATE       PIC X(08).
001240     02  FILLER             PIC X(63).
001250
001251*----------------------------------------------------------
001252* CALENDAR WORK FILE - THE OTHER MONTHS' LINES, HELD WHILE
001253* THE CALENDAR IS REWRITTEN.
001254*----------------------------------------------------------
001255 FD  CalWorkFile.
001256 01  CalWorkRecord          PIC X(080).
001257
001260 FD  AuditFile.
001270 01  AuditRecord.
001280     02  AUD-LINE-AREA      PIC X(120).
001290
001300 FD  AlertFile.
001310 01  AlertRecord.
001320     02  ALT-RUN-DATE       PIC 9(08).
001330     02  ALT-RUN-TIME       PIC 9(06).
001340     02  ALT-SEVERITY       PIC X(08).
001350     02  ALT-COMPLETION     PIC X(08).
001360     02  ALT-INPUT-FILE     PIC X(50).
001370     02  ALT-MESSAGE        PIC X(40).
001380
001390 FD  CalGenReportFile.
001400 01  CalGenLine             PIC X(080).
001410
001420 FD  ControlCardFile.
001430 01  ControlCardRecord.
001440     88  EndOfControlCards  VALUE HIGH-VALUES.
001450     02  CC-CARD-AREA       PIC X(80).
001460
001470 FD  LockFile.
001480 01  LockRecord.
001490     02  LCK-PROGRAM-ID     PIC X(08).
001500     02  FILLER             PIC X(01).
001510     02  LCK-RUN-DATE       PIC 9(08).
001520     02  FILLER             PIC X(01).
001530     02  LCK-RUN-TIME       PIC 9(06).
001540     02  FILLER             PIC X(01).
001550     02  LCK-FILES-HELD     PIC X(40).
001560
001570 WORKING-STORAGE SECTION.
001580*----------------------------------------------------------
001590* SHARED FILE NAMES - THE SAME CONTROL CARDS DAY1 HONORS ARE
001600* READ HERE TOO, PLUS SCHEDULE= AND HOLIDAY=.
001610*----------------------------------------------------------
001620 01  DL300-FILE-NAMES.
001630     02  DL300-MASTER-FILENAME  PIC X(080)
001640                                VALUE "day1-master.dat".
001650     02  DL300-SCHEDULE-FILENAME PIC X(080)
001660                                VALUE "day1-schedule.dat".
001670     02  DL300-HOLIDAY-FILENAME PIC X(080)
001680                                VALUE "day1-holiday.dat".
001690     02  DL300-AUDIT-FILENAME   PIC X(080)
001700                                VALUE "day1-audit.txt".
001710     02  DL300-ALERT-FILENAME   PIC X(080)
001720                                VALUE "day1-alert.dat".
001730
001740 01  DL300-MASTER-STATUS        PIC X(02) VALUE SPACES.
001750     88  DL300-MASTER-STATUS-OK     VALUE "00".
001760
001770 01  DL300-SCHEDULE-STATUS      PIC X(02) VALUE SPACES.
001780     88  DL300-SCHEDULE-STATUS-OK   VALUE "00".
001790
001800 01  DL300-HOLIDAY-STATUS       PIC X(02) VALUE SPACES.
001810     88  DL300-HOLIDAY-STATUS-OK    VALUE "00".
001820
001830 01  DL300-AUDIT-STATUS         PIC X(02) VALUE SPACES.
001840     88  DL300-AUDIT-STATUS-OK      VALUE "00".
001850     88  DL300-AUDIT-NOT-FOUND      VALUE "35".
001860
001870 01  DL300-ALERT-STATUS         PIC X(02) VALUE SPACES.
001880     88  DL300-ALERT-STATUS-OK      VALUE "00".
001890     88  DL300-ALERT-NOT-FOUND      VALUE "35".
001900
001910 01  DL300-CONTROL-STATUS       PIC X(02) VALUE SPACES.
001920     88  DL300-CONTROL-STATUS-OK    VALUE "00".
001921
001922 01  DL300-CALENDAR-STATUS      PIC X(02) VALUE SPACES.
001923     88  DL300-CALENDAR-STATUS-OK   VALUE "00".
001924
001925 01  DL300-CALWORK-STATUS       PIC X(02) VALUE SPACES.
001926     88  DL300-CALWORK-STATUS-OK    VALUE "00".
001930
001940*----------------------------------------------------------
001950* SHARED-FILE RUN INTERLOCK - SEE DAY1.  A CONFLICTING START
001960* ENDS LOCKED; THE FORCE RUN PARAMETER BREAKS A STALE LOCK.
001970*----------------------------------------------------------
001980 01  DL300-LOCK-STATUS          PIC X(02) VALUE SPACES.
001990     88  DL300-LOCK-STATUS-OK       VALUE "00".
002000
002010 01  DL300-LOCK-CONTROL.
002020     02  DL300-LOCK-HELD-SW     PIC X(01) VALUE "N".
002030         88  DL300-LOCK-HELD        VALUE "Y".
002040     02  DL300-LOCK-CONFLICT-SW PIC X(01) VALUE "N".
002050         88  DL300-LOCK-CONFLICT    VALUE "Y".
002060     02  DL300-LOCK-FORCE-SW    PIC X(01) VALUE "N".
002070         88  DL300-LOCK-FORCE       VALUE "Y".
002080     02  DL300-LOCK-OWNER       PIC X(08) VALUE SPACES.
002090
002100 01  DL300-CARD-WORK.
002110     02  DL300-CARD-KEYWORD     PIC X(16).
002120     02  DL300-CARD-VALUE       PIC X(64).
002130
002140 01  DL300-PARM-AREA.
002150     02  DL300-PARM-STRING      PIC X(080).
002160     02  DL300-PARM-TOKEN       PIC X(080).
002170     02  DL300-PARM-TOKEN2      PIC X(080).
002180
002190 01  DL300-RUN-DATE-FIELDS.
002200     02  DL300-RUN-DATE         PIC 9(08) VALUE ZERO.
002210     02  DL300-RUN-DATE-X REDEFINES DL300-RUN-DATE.
002220         03  DL300-RUN-YYYY     PIC 9(04).
002230         03  DL300-RUN-MM       PIC 9(02).
002240         03  DL300-RUN-DD       PIC 9(02).
002250     02  DL300-RUN-TIME         PIC 9(08) VALUE ZERO.
002260     02  DL300-RUN-TIME-X REDEFINES DL300-RUN-TIME.
002270         03  DL300-RUN-HH       PIC 9(02).
002280         03  DL300-RUN-MIN      PIC 9(02).
002290         03  DL300-RUN-SEC      PIC 9(02).
002300         03  FILLER             PIC 9(02).
002310
002320*----------------------------------------------------------
002330* THE MONTH BEING GENERATED, AND ITS FIRST AND LAST DATES.
002340*----------------------------------------------------------
002350 01  DL300-MONTH-CONTROL.
002360     02  DL300-GEN-PERIOD       PIC 9(06) VALUE ZERO.
002370     02  DL300-GEN-PERIOD-X REDEFINES DL300-GEN-PERIOD.
002380         03  DL300-GEN-YYYY     PIC 9(04).
002390         03  DL300-GEN-MM       PIC 9(02).
002400     02  DL300-MONTH-OK-SW      PIC X(01) VALUE "Y".
002410         88  DL300-MONTH-OK         VALUE "Y".
002420     02  DL300-MONTH-START      PIC 9(08) VALUE ZERO.
002430     02  DL300-MONTH-END        PIC 9(08) VALUE ZERO.
002440     02  DL300-MONTH-DAYS       PIC 9(02) COMP VALUE ZERO.
002450     02  DL300-FIRST-DAYNUM     PIC 9(07) COMP VALUE ZERO.
002460     02  DL300-NEXT-DAYNUM      PIC 9(07) COMP VALUE ZERO.
002470     02  DL300-DOW-WORK         PIC 9(07) COMP VALUE ZERO.
002480     02  DL300-DOW-REM          PIC 9(01) COMP VALUE ZERO.
002490
002500*----------------------------------------------------------
002510* DAY TABLE - ONE ENTRY PER DAY OF THE MONTH.  WEEKDAY IS
002520* 1 = MONDAY THRU 7 = SUNDAY.  DUE IS Y (DUE), H (A RULE
002530* HIT BUT THE DAY IS A HOLIDAY) OR N, RESET PER DEVICE.
002540*----------------------------------------------------------
002550 01  DL300-DAY-TABLE.
002560     02  DL300-DAY-ENTRY OCCURS 31 TIMES.
002570         03  DL300-DAY-DATE     PIC 9(08).
002580         03  DL300-DAY-DOW      PIC 9(01).
002590         03  DL300-DAY-HOL-SW   PIC X(01).
002600         03  DL300-DAY-DUE-SW   PIC X(01).
002610
002620 01  DL300-DAY-SUB              PIC 9(02) COMP VALUE ZERO.
002630
002640*----------------------------------------------------------
002650* DATE / DAY-NUMBER CONVERSION WORK AREA.  DAY NUMBERS ARE
002660* COUNTED FROM A MARCH-BASED YEAR SO THE LEAP DAY FALLS AT
002670* THE END OF IT; EVERY DIVISION IS A WHOLE-NUMBER DIVIDE.
002680*----------------------------------------------------------
002690 01  DL300-DATE-WORK.
002700     02  DL300-DATE-IN          PIC 9(08) VALUE ZERO.
002710     02  DL300-DATE-IN-X REDEFINES DL300-DATE-IN.
002720         03  DL300-DATE-IN-YYYY PIC 9(04).
002730         03  DL300-DATE-IN-MM   PIC 9(02).
002740         03  DL300-DATE-IN-DD   PIC 9(02).
002750     02  DL300-DATE-OUT         PIC 9(08) VALUE ZERO.
002760     02  DL300-DATE-OUT-X REDEFINES DL300-DATE-OUT.
002770         03  DL300-DATE-OUT-YYYY PIC 9(04).
002780         03  DL300-DATE-OUT-MM  PIC 9(02).
002790         03  DL300-DATE-OUT-DD  PIC 9(02).
002800     02  DL300-DATE-DAYS        PIC 9(07) COMP VALUE ZERO.
002810     02  DL300-DATE-Y           PIC 9(05) COMP VALUE ZERO.
002820     02  DL300-DATE-M           PIC 9(03) COMP VALUE ZERO.
002830     02  DL300-DATE-Q4          PIC 9(05) COMP VALUE ZERO.
002840     02  DL300-DATE-Q100        PIC 9(05) COMP VALUE ZERO.
002850     02  DL300-DATE-Q400        PIC 9(05) COMP VALUE ZERO.
002860     02  DL300-DATE-MDAYS       PIC 9(05) COMP VALUE ZERO.
002870     02  DL300-DATE-YDAYS       PIC 9(07) COMP VALUE ZERO.
002880     02  DL300-DATE-DDD         PIC S9(07) COMP VALUE ZERO.
002890     02  DL300-DATE-BIG         PIC 9(11) COMP VALUE ZERO.
002900
002910*----------------------------------------------------------
002920* RULE TABLE - EVERY ACCEPTED RULE, IN FILE ORDER.
002930*----------------------------------------------------------
002940 01  DL300-RULE-CONTROL.
002950     02  DL300-RULE-COUNT       PIC 9(05) COMP VALUE ZERO.
002960     02  DL300-RULE-SUB         PIC 9(05) COMP VALUE ZERO.
002970     02  DL300-RULE-OVFL-SW     PIC X(01) VALUE "N".
002980         88  DL300-RULE-OVERFLOW    VALUE "Y".
002990     02  DL300-REJECT-REASON    PIC X(30) VALUE SPACES.
003000     02  DL300-WRK-MDAY         PIC 9(02) VALUE ZERO.
003010     02  DL300-WRK-FROM         PIC 9(08) VALUE ZERO.
003020     02  DL300-WRK-TO           PIC 9(08) VALUE ZERO.
003030
003040 01  DL300-RULE-TABLE.
003050     02  DL300-RULE-ENTRY OCCURS 2000 TIMES.
003060         03  DL300-RUL-DEVICE   PIC X(08).
003070         03  DL300-RUL-CODE     PIC X(01).
003080         03  DL300-RUL-WEEKDAYS PIC X(07).
003090         03  DL300-RUL-MDAY     PIC 9(02).
003100         03  DL300-RUL-FROM     PIC 9(08).
003110         03  DL300-RUL-TO       PIC 9(08).
003120
003130*----------------------------------------------------------
003140* DEVICE TABLE - EACH DEVICE WITH RULES, FIRST-SEEN ORDER.
003150*----------------------------------------------------------
003160 01  DL300-DEV-CONTROL.
003170     02  DL300-DEV-COUNT        PIC 9(05) COMP VALUE ZERO.
003180     02  DL300-DEV-SUB          PIC 9(05) COMP VALUE ZERO.
003190     02  DL300-DEV-FOUND-SW     PIC X(01) VALUE "N".
003200         88  DL300-DEV-FOUND        VALUE "Y".
003210         88  DL300-DEV-NOT-FOUND    VALUE "N".
003220     02  DL300-DEV-OVFL-SW      PIC X(01) VALUE "N".
003230         88  DL300-DEV-OVERFLOW     VALUE "Y".
003240     02  DL300-WRK-DEVICE       PIC X(08) VALUE SPACES.
003250
003260 01  DL300-DEV-TABLE.
003270     02  DL300-DEV-ENTRY OCCURS 1000 TIMES.
003280         03  DL300-DEV-ID       PIC X(08).
003290         03  DL300-DEV-RULES    PIC 9(04) COMP.
003300
003310 01  DL300-DEVICE-WORK.
003320     02  DL300-DEV-DUE-COUNT    PIC 9(04) COMP VALUE ZERO.
003330     02  DL300-DEV-HOL-COUNT    PIC 9(04) COMP VALUE ZERO.
003340
003350 01  DL300-RUN-TOTALS.
003360     02  DL300-RULES-READ       PIC 9(05) COMP VALUE ZERO.
003370     02  DL300-RULES-REJECTED   PIC 9(05) COMP VALUE ZERO.
003380     02  DL300-HOLIDAY-COUNT    PIC 9(05) COMP VALUE ZERO.
003390     02  DL300-GENERATED-COUNT  PIC 9(05) COMP VALUE ZERO.
003400     02  DL300-LINES-WRITTEN    PIC 9(07) COMP VALUE ZERO.
003410     02  DL300-SUSP-COUNT       PIC 9(05) COMP VALUE ZERO.
003420     02  DL300-RETIRED-COUNT    PIC 9(05) COMP VALUE ZERO.
003430     02  DL300-NODAYS-COUNT     PIC 9(05) COMP VALUE ZERO.
003435     02  DL300-LINES-KEPT       PIC 9(07) COMP VALUE ZERO.
003440
003450*----------------------------------------------------------
003460* RUN OUTCOME - WHY THE CALENDAR WAS OR WAS NOT REPLACED.
003470*----------------------------------------------------------
003480 01  DL300-OUTCOME-SW           PIC X(01) VALUE "G".
003490     88  DL300-GENERATED            VALUE "G".
003500     88  DL300-NO-RULES             VALUE "R".
003510     88  DL300-NO-MASTER            VALUE "M".
003520     88  DL300-BAD-MONTH            VALUE "P".
003530
003540*----------------------------------------------------------
003550* AUDIT LINE LAYOUT - SAME LAYOUT DAY1 WRITES; ONE CALENDAR
003560* LINE PER RUN, OR A LOCKED LINE FOR A LOCKED-OUT START.
003570*----------------------------------------------------------
003580 01  DL300-AUDIT-LINE.
003590     05  DL300-AUL-MM       PIC 9(02).
003600     05  FILLER             PIC X(001) VALUE "/".
003610     05  DL300-AUL-DD       PIC 9(02).
003620     05  FILLER             PIC X(001) VALUE "/".
003630     05  DL300-AUL-YYYY     PIC 9(04).
003640     05  FILLER             PIC X(001) VALUE SPACES.
003650     05  DL300-AUL-HH       PIC 9(02).
003660     05  FILLER             PIC X(001) VALUE ":".
003670     05  DL300-AUL-MIN      PIC 9(02).
003680     05  FILLER             PIC X(001) VALUE ":".
003690     05  DL300-AUL-SEC      PIC 9(02).
003700     05  FILLER             PIC X(002) VALUE SPACES.
003710     05  DL300-AUL-MODE     PIC X(008).
003720     05  FILLER             PIC X(002) VALUE SPACES.
003730     05  DL300-AUL-FILE     PIC X(050).
003740     05  FILLER             PIC X(002) VALUE SPACES.
003750     05  DL300-AUL-REC-CNT  PIC ZZZ,ZZ9.
003760     05  FILLER             PIC X(002) VALUE SPACES.
003770     05  DL300-AUL-END-FREQ PIC -(8)9.
003780     05  FILLER             PIC X(002) VALUE SPACES.
003790     05  DL300-AUL-STATUS   PIC X(008).
003800     05  FILLER             PIC X(009) VALUE SPACES.
003810
003820*----------------------------------------------------------
003830* CALENDAR GENERATION REPORT LINE LAYOUTS
003840*----------------------------------------------------------
003850 01  DL300-RPT-TITLE.
003860     05  FILLER    PIC X(034)
003870         VALUE "DAY1 RUN CALENDAR GENERATION".
003880     05  FILLER    PIC X(046) VALUE SPACES.
003890
003900 01  DL300-RPT-RUN-DATE.
003910     05  FILLER            PIC X(016) VALUE "RUN DATE.....: ".
003920     05  DL300-RPT-MM      PIC 9(02).
003930     05  FILLER            PIC X(001) VALUE "/".
003940     05  DL300-RPT-DD      PIC 9(02).
003950     05  FILLER            PIC X(001) VALUE "/".
003960     05  DL300-RPT-YYYY    PIC 9(04).
003970     05  FILLER            PIC X(054) VALUE SPACES.
003980
003990 01  DL300-RPT-MONTH.
004000     05  FILLER            PIC X(016) VALUE "MONTH........: ".
004010     05  DL300-RPT-GEN-MM  PIC 9(02).
004020     05  FILLER            PIC X(001) VALUE "/".
004030     05  DL300-RPT-GEN-YYYY PIC 9(04).
004040     05  FILLER            PIC X(057) VALUE SPACES.
004050
004060 01  DL300-RPT-SECTION.
004070     05  DL300-RPT-SECTION-TEXT PIC X(040).
004080     05  FILLER            PIC X(040) VALUE SPACES.
004090
004100 01  DL300-RPT-HOLIDAY-LINE.
004110     05  FILLER             PIC X(002) VALUE SPACES.
004120     05  DL300-RPT-HOL-DATE PIC X(008).
004130     05  FILLER             PIC X(002) VALUE SPACES.
004140     05  DL300-RPT-HOL-DESC PIC X(030).
004150     05  FILLER             PIC X(038) VALUE SPACES.
004160
004170 01  DL300-RPT-REJECT-LINE.
004180     05  FILLER             PIC X(002) VALUE SPACES.
004190     05  DL300-RPT-REJ-CARD PIC X(039).
004200     05  FILLER             PIC X(002) VALUE SPACES.
004210     05  DL300-RPT-REJ-WHY  PIC X(030).
004220     05  FILLER             PIC X(007) VALUE SPACES.
004230
004240 01  DL300-RPT-HEADING.
004250     05  FILLER            PIC X(010) VALUE "DEVICE".
004260     05  FILLER            PIC X(006) VALUE " RULES".
004270     05  FILLER            PIC X(006) VALUE "   DUE".
004280     05  FILLER            PIC X(010) VALUE "  HOLIDAYS".
004290     05  FILLER            PIC X(010) VALUE "  RESULT".
004300     05  FILLER            PIC X(038) VALUE SPACES.
004310
004320 01  DL300-RPT-DETAIL.
004330     05  DL300-RPT-DEVICE   PIC X(008).
004340     05  FILLER             PIC X(002) VALUE SPACES.
004350     05  DL300-RPT-RULES    PIC ZZZZ9.
004360     05  FILLER             PIC X(001) VALUE SPACES.
004370     05  DL300-RPT-DUE      PIC ZZZZ9.
004380     05  FILLER             PIC X(005) VALUE SPACES.
004390     05  DL300-RPT-HOL      PIC ZZZZ9.
004400     05  FILLER             PIC X(002) VALUE SPACES.
004410     05  DL300-RPT-RESULT   PIC X(030).
004420     05  FILLER             PIC X(017) VALUE SPACES.
004430
004440 01  DL300-RPT-COUNT-LINE.
004450     05  DL300-RPT-TAG      PIC X(016).
004460     05  DL300-RPT-CNT      PIC ZZZ,ZZ9.
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
004580*    RATHER THAN REPLACE THE CALENDAR UNDER DAY1CMPL.
004590     IF DL300-LOCK-CONFLICT
004600         MOVE "INTERLOCK HELD - RUN ENDED LOCKED"
004610             TO CalGenLine
004620         WRITE CalGenLine
004630         PERFORM 9550-WRITE-LOCKED-AUDIT
004640             THRU 9550-WRITE-LOCKED-AUDIT-EXIT
004650         PERFORM 9560-WRITE-LOCKED-ALERT
004660             THRU 9560-WRITE-LOCKED-ALERT-EXIT
004670         PERFORM 9000-TERMINATE
004680             THRU 9000-TERMINATE-EXIT
004690         STOP RUN
004700     END-IF.
004710
004720     IF NOT DL300-BAD-MONTH
004730         PERFORM 1500-BUILD-MONTH
004740             THRU 1500-BUILD-MONTH-EXIT
004750         PERFORM 2000-LOAD-HOLIDAYS
004760             THRU 2000-LOAD-HOLIDAYS-EXIT
004770         PERFORM 3000-LOAD-RULES
004780             THRU 3000-LOAD-RULES-EXIT
004790     END-IF.
004800
004810     IF DL300-GENERATED
004820         PERFORM 4000-GENERATE-CALENDAR
004830             THRU 4000-GENERATE-CALENDAR-EXIT
004840     END-IF.
004850
004860     PERFORM 8000-PRODUCE-TOTALS
004870         THRU 8000-PRODUCE-TOTALS-EXIT.
004880
004890     PERFORM 9500-WRITE-AUDIT-LOG
004900         THRU 9500-WRITE-AUDIT-LOG-EXIT.
004910
004920     PERFORM 9000-TERMINATE
004930         THRU 9000-TERMINATE-EXIT.
004940
004950     STOP RUN.
004960
004970*----------------------------------------------------------
004980* 1000-INITIALIZE - CAPTURE THE RUN DATE/TIME AND THE MONTH
004990* TO GENERATE, CLAIM THE INTERLOCK AND OPEN THE REPORT.
005000*----------------------------------------------------------
005010 1000-INITIALIZE.
005020     PERFORM 1300-READ-CONTROL-CARDS
005030         THRU 1300-READ-CONTROL-CARDS-EXIT
005040
005050     OPEN OUTPUT CalGenReportFile
005060
005070     ACCEPT DL300-RUN-DATE FROM DATE YYYYMMDD
005080     ACCEPT DL300-RUN-TIME FROM TIME
005090
005100*    DEFAULT IS NEXT MONTH - THE CALENDAR IS BUILT AHEAD.
005110     MOVE DL300-RUN-YYYY TO DL300-GEN-YYYY
005120     MOVE DL300-RUN-MM   TO DL300-GEN-MM
005130     IF DL300-GEN-MM >= 12
005140         ADD 1 TO DL300-GEN-YYYY
005150         MOVE 1 TO DL300-GEN-MM
005160     ELSE
005170         ADD 1 TO DL300-GEN-MM
005180     END-IF
005190
005200     ACCEPT DL300-PARM-STRING FROM COMMAND-LINE
005210     IF DL300-PARM-STRING NOT = SPACES
005220         MOVE SPACES TO DL300-PARM-TOKEN DL300-PARM-TOKEN2
005230         UNSTRING DL300-PARM-STRING DELIMITED BY ALL SPACE
005240             INTO DL300-PARM-TOKEN DL300-PARM-TOKEN2
005250         END-UNSTRING
005260*        A LEADING "FORCE" TOKEN BREAKS A STALE INTERLOCK
005270*        LEFT BY AN ABEND; THE MONTH READS AS USUAL.
005280         IF DL300-PARM-TOKEN = "FORCE"
005290             SET DL300-LOCK-FORCE TO TRUE
005300             MOVE DL300-PARM-TOKEN2 TO DL300-PARM-TOKEN
005310         END-IF
005320         IF DL300-PARM-TOKEN NOT = SPACES
005330             IF DL300-PARM-TOKEN(1:6) NUMERIC
005340                     AND DL300-PARM-TOKEN(7:1) = SPACE
005350                 MOVE DL300-PARM-TOKEN(1:6) TO DL300-GEN-PERIOD
005360             ELSE
005370                 SET DL300-BAD-MONTH TO TRUE
005380             END-IF
005390         END-IF
005400     END-IF
005410     IF DL300-GEN-MM < 1 OR DL300-GEN-MM > 12
005420             OR DL300-GEN-YYYY < 1900
005430         SET DL300-BAD-MONTH TO TRUE
005440     END-IF
005450
005460     PERFORM 1900-CLAIM-INTERLOCK
005470         THRU 1900-CLAIM-INTERLOCK-EXIT
005480     IF DL300-LOCK-CONFLICT
005490         GO TO 1000-INITIALIZE-EXIT
005500     END-IF
005510
005520     MOVE DL300-RUN-MM       TO DL300-RPT-MM
005530     MOVE DL300-RUN-DD       TO DL300-RPT-DD
005540     MOVE DL300-RUN-YYYY     TO DL300-RPT-YYYY
005550
005560     MOVE DL300-RPT-TITLE    TO CalGenLine
005570     WRITE CalGenLine
005580     MOVE SPACES             TO CalGenLine
005590     WRITE CalGenLine
005600     MOVE DL300-RPT-RUN-DATE TO CalGenLine
005610     WRITE CalGenLine
005620     IF DL300-BAD-MONTH
005630         MOVE "MONTH PARAMETER NOT YYYYMM - CALENDAR NOT REPLACED"
005640             TO CalGenLine
005650         WRITE CalGenLine
005660     ELSE
005670         MOVE DL300-GEN-MM       TO DL300-RPT-GEN-MM
005680         MOVE DL300-GEN-YYYY     TO DL300-RPT-GEN-YYYY
005690         MOVE DL300-RPT-MONTH    TO CalGenLine
005700         WRITE CalGenLine
005710     END-IF
005720     MOVE SPACES             TO CalGenLine
005730     WRITE CalGenLine.
005740
005750 1000-INITIALIZE-EXIT.
005760     EXIT.
005770
005780*----------------------------------------------------------
005790* 1300-READ-CONTROL-CARDS - PICK UP THE SHARED FILE-NAME
005800* OVERRIDES FROM THE SAME CARD FILE DAY1 READS.
005810*----------------------------------------------------------
005820 1300-READ-CONTROL-CARDS.
005830     OPEN INPUT ControlCardFile
005840     IF NOT DL300-CONTROL-STATUS-OK
005850         GO TO 1300-READ-CONTROL-CARDS-EXIT
005860     END-IF
005870
005880     READ ControlCardFile
005890       AT END SET EndOfControlCards TO TRUE
005900     END-READ
005910
005920     PERFORM 1310-APPLY-ONE-CARD
005930         THRU 1310-APPLY-ONE-CARD-EXIT
005940         UNTIL EndOfControlCards
005950
005960     CLOSE ControlCardFile.
005970
005980 1300-READ-CONTROL-CARDS-EXIT.
005990     EXIT.
006000
006010 1310-APPLY-ONE-CARD.
006020     IF CC-CARD-AREA = SPACES
006030             OR CC-CARD-AREA(1:1) = "*"
006040         GO TO 1310-READ-NEXT-CARD
006050     END-IF
006060
006070     MOVE SPACES TO DL300-CARD-KEYWORD DL300-CARD-VALUE
006080     UNSTRING CC-CARD-AREA DELIMITED BY "="
006090         INTO DL300-CARD-KEYWORD DL300-CARD-VALUE
006100     END-UNSTRING
006110
006120     EVALUATE DL300-CARD-KEYWORD
006130         WHEN "MASTER"
006140             MOVE DL300-CARD-VALUE TO DL300-MASTER-FILENAME
006150         WHEN "SCHEDULE"
006160             MOVE DL300-CARD-VALUE TO DL300-SCHEDULE-FILENAME
006170         WHEN "HOLIDAY"
006180             MOVE DL300-CARD-VALUE TO DL300-HOLIDAY-FILENAME
006190         WHEN "AUDIT"
006200             MOVE DL300-CARD-VALUE TO DL300-AUDIT-FILENAME
006210         WHEN "ALERT"
006220             MOVE DL300-CARD-VALUE TO DL300-ALERT-FILENAME
006230         WHEN OTHER
006240             CONTINUE
006250     END-EVALUATE.
006260
006270 1310-READ-NEXT-CARD.
006280     READ ControlCardFile
006290       AT END SET EndOfControlCards TO TRUE
006300     END-READ.
006310
006320 1310-APPLY-ONE-CARD-EXIT.
006330     EXIT.
006340
006350*----------------------------------------------------------
006360* 1500-BUILD-MONTH - DATE, WEEKDAY AND HOLIDAY FLAG FOR EACH
006370* DAY OF THE MONTH.  THE MONTH LENGTH IS THE DAY-NUMBER GAP
006380* TO THE FIRST OF THE NEXT MONTH.
006390*----------------------------------------------------------
006400 1500-BUILD-MONTH.
006410     MOVE DL300-GEN-YYYY TO DL300-DATE-IN-YYYY
006420     MOVE DL300-GEN-MM   TO DL300-DATE-IN-MM
006430     MOVE 1              TO DL300-DATE-IN-DD
006440     MOVE DL300-DATE-IN  TO DL300-MONTH-START
006450     PERFORM 3500-DATE-TO-DAYS
006460         THRU 3500-DATE-TO-DAYS-EXIT
006470     MOVE DL300-DATE-DAYS TO DL300-FIRST-DAYNUM
006480
006490     IF DL300-GEN-MM >= 12
006500         COMPUTE DL300-DATE-IN-YYYY = DL300-GEN-YYYY + 1
006510         MOVE 1 TO DL300-DATE-IN-MM
006520     ELSE
006530         COMPUTE DL300-DATE-IN-MM = DL300-GEN-MM + 1
006540     END-IF
006550     MOVE 1 TO DL300-DATE-IN-DD
006560     PERFORM 3500-DATE-TO-DAYS
006570         THRU 3500-DATE-TO-DAYS-EXIT
006580     MOVE DL300-DATE-DAYS TO DL300-NEXT-DAYNUM
006590     COMPUTE DL300-MONTH-DAYS =
006600         DL300-NEXT-DAYNUM - DL300-FIRST-DAYNUM
006610
006620     MOVE ZERO TO DL300-DAY-SUB
006630     PERFORM 1510-BUILD-ONE-DAY
006640         THRU 1510-BUILD-ONE-DAY-EXIT
006650         UNTIL DL300-DAY-SUB >= DL300-MONTH-DAYS
006660     MOVE DL300-DAY-DATE(DL300-MONTH-DAYS) TO DL300-MONTH-END.
006670
006680 1500-BUILD-MONTH-EXIT.
006690     EXIT.
006700
006710*----------------------------------------------------------
006720* 1510-BUILD-ONE-DAY - DAY NUMBER 740209 (2026-10-15) IS A
006730* THURSDAY, SO (DAY NUMBER + 2) REMAINDER 7, PLUS 1, GIVES
006740* 1 = MONDAY THRU 7 = SUNDAY.
006750*----------------------------------------------------------
006760 1510-BUILD-ONE-DAY.
006770     ADD 1 TO DL300-DAY-SUB
006780     MOVE DL300-GEN-YYYY TO DL300-DATE-OUT-YYYY
006790     MOVE DL300-GEN-MM   TO DL300-DATE-OUT-MM
006800     MOVE DL300-DAY-SUB  TO DL300-DATE-OUT-DD
006810     MOVE DL300-DATE-OUT TO DL300-DAY-DATE(DL300-DAY-SUB)
006820
006830     COMPUTE DL300-DOW-WORK =
006840         DL300-FIRST-DAYNUM + DL300-DAY-SUB - 1 + 2
006850     DIVIDE DL300-DOW-WORK BY 7 GIVING DL300-DOW-WORK
006860         REMAINDER DL300-DOW-REM
006870     COMPUTE DL300-DAY-DOW(DL300-DAY-SUB) = DL300-DOW-REM + 1
006880
006890     MOVE "N" TO DL300-DAY-HOL-SW(DL300-DAY-SUB)
006900     MOVE "N" TO DL300-DAY-DUE-SW(DL300-DAY-SUB).
006910
006920 1510-BUILD-ONE-DAY-EXIT.
006930     EXIT.
006940
007340*----------------------------------------------------------
007350* 2000-LOAD-HOLIDAYS - FLAG EVERY SHOP HOLIDAY THAT FALLS IN
007360* THE MONTH AND LIST IT.  NO HOLIDAY FILE, NO HOLIDAYS.
007370*----------------------------------------------------------
007380 2000-LOAD-HOLIDAYS.
007390     MOVE "SHOP HOLIDAYS IN THE MONTH" TO DL300-RPT-SECTION-TEXT
007400     MOVE DL300-RPT-SECTION TO CalGenLine
007410     WRITE CalGenLine
007420
007430     OPEN INPUT HolidayFile
007440     IF NOT DL300-HOLIDAY-STATUS-OK
007450         MOVE "  NO HOLIDAY FILE" TO CalGenLine
007460         WRITE CalGenLine
007470         GO TO 2000-LOAD-HOLIDAYS-END
007480     END-IF
007490
007500     READ HolidayFile
007510       AT END SET EndOfHolidayFile TO TRUE
007520     END-READ
007530
007540     PERFORM 2100-LOAD-ONE-HOLIDAY
007550         THRU 2100-LOAD-ONE-HOLIDAY-EXIT
007560         UNTIL EndOfHolidayFile
007570
007580     CLOSE HolidayFile
007590
007600     IF DL300-HOLIDAY-COUNT = ZERO
007610         MOVE "  NONE" TO CalGenLine
007620         WRITE CalGenLine
007630     END-IF.
007640
007650 2000-LOAD-HOLIDAYS-END.
007660     MOVE SPACES TO CalGenLine
007670     WRITE CalGenLine.
007680
007690 2000-LOAD-HOLIDAYS-EXIT.
007700     EXIT.
007710
007720 2100-LOAD-ONE-HOLIDAY.
007730     IF HolidayRecord = SPACES
007740             OR HOL-DATE(1:1) = "*"
007750         GO TO 2100-READ-NEXT
007760     END-IF
007770
007780     IF HOL-DATE NOT NUMERIC
007790         GO TO 2100-READ-NEXT
007800     END-IF
007810
007820     MOVE HOL-DATE TO DL300-DATE-IN
007830     IF DL300-DATE-IN-YYYY NOT = DL300-GEN-YYYY
007840             OR DL300-DATE-IN-MM NOT = DL300-GEN-MM
007850             OR DL300-DATE-IN-DD < 1
007860             OR DL300-DATE-IN-DD > DL300-MONTH-DAYS
007870         GO TO 2100-READ-NEXT
007880     END-IF
007890
007900     MOVE "Y" TO DL300-DAY-HOL-SW(DL300-DATE-IN-DD)
007910     ADD 1 TO DL300-HOLIDAY-COUNT
007920     MOVE HOL-DATE        TO DL300-RPT-HOL-DATE
007930     MOVE HOL-DESCRIPTION TO DL300-RPT-HOL-DESC
007940     MOVE DL300-RPT-HOLIDAY-LINE TO CalGenLine
007950     WRITE CalGenLine.
007960
007970 2100-READ-NEXT.
007980     READ HolidayFile
007990       AT END SET EndOfHolidayFile TO TRUE
008000     END-READ.
008010
008020 2100-LOAD-ONE-HOLIDAY-EXIT.
008030     EXIT.
008040
008050*----------------------------------------------------------
008060* 3000-LOAD-RULES - TABLE EVERY VALID SCHEDULE RULE AND THE
008070* DEVICES THEY COVER; LIST THE ONES REJECTED AND WHY.  NO
008080* RULE FILE LEAVES THE EXISTING CALENDAR AS IT IS.
008090*----------------------------------------------------------
008100 3000-LOAD-RULES.
008110     MOVE "REJECTED SCHEDULE RULES" TO DL300-RPT-SECTION-TEXT
008120     MOVE DL300-RPT-SECTION TO CalGenLine
008130     WRITE CalGenLine
008140
008150     OPEN INPUT ScheduleFile
008160     IF NOT DL300-SCHEDULE-STATUS-OK
008170         MOVE "  SCHEDULE RULES MISSING - CALENDAR NOT REPLACED"
008180             TO CalGenLine
008190         WRITE CalGenLine
008200         SET DL300-NO-RULES TO TRUE
008210         GO TO 3000-LOAD-RULES-EXIT
008220     END-IF
008230
008240     READ ScheduleFile
008250       AT END SET EndOfScheduleFile TO TRUE
008260     END-READ
008270
008280     PERFORM 3100-LOAD-ONE-RULE
008290         THRU 3100-LOAD-ONE-RULE-EXIT
008300         UNTIL EndOfScheduleFile
008310
008320     CLOSE ScheduleFile
008330
008340     IF DL300-RULES-REJECTED = ZERO
008350         MOVE "  NONE" TO CalGenLine
008360         WRITE CalGenLine
008370     END-IF
008380     MOVE SPACES TO CalGenLine
008390     WRITE CalGenLine.
008400
008410 3000-LOAD-RULES-EXIT.
008420     EXIT.
008430
008440*----------------------------------------------------------
008450* 3100-LOAD-ONE-RULE - EDIT ONE RULE LINE.  A BLANK EFFECTIVE-
008460* FROM MEANS ALWAYS; A BLANK EFFECTIVE-TO MEANS OPEN-ENDED.
008470*----------------------------------------------------------
008480 3100-LOAD-ONE-RULE.
008490     IF ScheduleRecord = SPACES
008500             OR SCH-DEVICE-ID(1:1) = "*"
008510         GO TO 3100-READ-NEXT
008520     END-IF
008530
008540     ADD 1 TO DL300-RULES-READ
008550     MOVE SPACES TO DL300-REJECT-REASON
008560     MOVE ZERO TO DL300-WRK-MDAY
008570     MOVE ZERO TO DL300-WRK-FROM
008580     MOVE 99999999 TO DL300-WRK-TO
008590
008600     EVALUATE TRUE
008610         WHEN SCH-DEVICE-ID = SPACES
008620             MOVE "NO DEVICE ID" TO DL300-REJECT-REASON
008630         WHEN SCH-RULE = "D" OR SCH-RULE = "B"
008640             CONTINUE
008650         WHEN SCH-RULE = "W"
008660             IF SCH-WEEKDAYS = SPACES
008670                 MOVE "WEEKLY RULE WITH NO WEEKDAYS"
008680                     TO DL300-REJECT-REASON
008690             END-IF
008700         WHEN SCH-RULE = "M"
008710             IF SCH-MONTH-DAY NOT NUMERIC
008720                 MOVE "MONTH DAY NOT 01-31"
008730                     TO DL300-REJECT-REASON
008740             ELSE
008750                 MOVE SCH-MONTH-DAY TO DL300-WRK-MDAY
008760                 IF DL300-WRK-MDAY < 1 OR DL300-WRK-MDAY > 31
008770                     MOVE "MONTH DAY NOT 01-31"
008780                         TO DL300-REJECT-REASON
008790                 END-IF
008800             END-IF
008810         WHEN OTHER
008820             MOVE "RULE NOT D, B, W OR M"
008830                 TO DL300-REJECT-REASON
008840     END-EVALUATE
008850
008860     IF DL300-REJECT-REASON = SPACES
008870         IF SCH-EFF-FROM NOT = SPACES
008880             IF SCH-EFF-FROM NUMERIC
008890                 MOVE SCH-EFF-FROM TO DL300-WRK-FROM
008900             ELSE
008910                 MOVE "EFFECTIVE-FROM NOT YYYYMMDD"
008920                     TO DL300-REJECT-REASON
008930             END-IF
008940         END-IF
008950     END-IF
008960
008970     IF DL300-REJECT-REASON = SPACES
008980         IF SCH-EFF-TO NOT = SPACES
008990             IF SCH-EFF-TO NUMERIC
009000                 MOVE SCH-EFF-TO TO DL300-WRK-TO
009010             ELSE
009020                 MOVE "EFFECTIVE-TO NOT YYYYMMDD"
009030                     TO DL300-REJECT-REASON
009040             END-IF
009050         END-IF
009060     END-IF
009070
009080     IF DL300-REJECT-REASON = SPACES
009090             AND DL300-WRK-TO < DL300-WRK-FROM
009100         MOVE "EFFECTIVE-TO BEFORE FROM" TO DL300-REJECT-REASON
009110     END-IF
009120
009130     IF DL300-REJECT-REASON = SPACES
009140             AND DL300-RULE-COUNT >= 2000
009150         SET DL300-RULE-OVERFLOW TO TRUE
009160         MOVE "RULE TABLE FULL" TO DL300-REJECT-REASON
009170     END-IF
009180
009190     IF DL300-REJECT-REASON NOT = SPACES
009200         ADD 1 TO DL300-RULES-REJECTED
009210         MOVE ScheduleRecord(1:39)  TO DL300-RPT-REJ-CARD
009220         MOVE DL300-REJECT-REASON   TO DL300-RPT-REJ-WHY
009230         MOVE DL300-RPT-REJECT-LINE TO CalGenLine
009240         WRITE CalGenLine
009250         GO TO 3100-READ-NEXT
009260     END-IF
009270
009280     MOVE SCH-DEVICE-ID TO DL300-WRK-DEVICE
009290     PERFORM 3200-LOCATE-DEVICE
009300         THRU 3200-LOCATE-DEVICE-EXIT
009310     IF DL300-DEV-NOT-FOUND
009320         IF DL300-DEV-COUNT >= 1000
009330             SET DL300-DEV-OVERFLOW TO TRUE
009340             ADD 1 TO DL300-RULES-REJECTED
009350             MOVE ScheduleRecord(1:39)  TO DL300-RPT-REJ-CARD
009360             MOVE "DEVICE TABLE FULL"   TO DL300-RPT-REJ-WHY
009370             MOVE DL300-RPT-REJECT-LINE TO CalGenLine
009380             WRITE CalGenLine
009390             GO TO 3100-READ-NEXT
009400         END-IF
009410         ADD 1 TO DL300-DEV-COUNT
009420         MOVE DL300-DEV-COUNT TO DL300-DEV-SUB
009430         MOVE SCH-DEVICE-ID TO DL300-DEV-ID(DL300-DEV-SUB)
009440         MOVE ZERO TO DL300-DEV-RULES(DL300-DEV-SUB)
009450     END-IF
009460     ADD 1 TO DL300-DEV-RULES(DL300-DEV-SUB)
009470
009480     ADD 1 TO DL300-RULE-COUNT
009490     MOVE DL300-RULE-COUNT TO DL300-RULE-SUB
009500     MOVE SCH-DEVICE-ID  TO DL300-RUL-DEVICE(DL300-RULE-SUB)
009510     MOVE SCH-RULE       TO DL300-RUL-CODE(DL300-RULE-SUB)
009520     MOVE SCH-WEEKDAYS   TO DL300-RUL-WEEKDAYS(DL300-RULE-SUB)
009530     MOVE DL300-WRK-MDAY TO DL300-RUL-MDAY(DL300-RULE-SUB)
009540     MOVE DL300-WRK-FROM TO DL300-RUL-FROM(DL300-RULE-SUB)
009550     MOVE DL300-WRK-TO   TO DL300-RUL-TO(DL300-RULE-SUB).
009560
009570 3100-READ-NEXT.
009580     READ ScheduleFile
009590       AT END SET EndOfScheduleFile TO TRUE
009600     END-READ.
009610
009620 3100-LOAD-ONE-RULE-EXIT.
009630     EXIT.
009640
009650 3200-LOCATE-DEVICE.
009660     SET DL300-DEV-NOT-FOUND TO TRUE
009670     MOVE ZERO TO DL300-DEV-SUB
009680
009690     PERFORM 3210-MATCH-ONE-DEVICE
009700         THRU 3210-MATCH-ONE-DEVICE-EXIT
009710         UNTIL DL300-DEV-FOUND
009720            OR DL300-DEV-SUB >= DL300-DEV-COUNT.
009730
009740 3200-LOCATE-DEVICE-EXIT.
009750     EXIT.
009760
009770 3210-MATCH-ONE-DEVICE.
009780     ADD 1 TO DL300-DEV-SUB
009790     IF DL300-DEV-ID(DL300-DEV-SUB) = DL300-WRK-DEVICE
009800         SET DL300-DEV-FOUND TO TRUE
009810     END-IF.
009820
009830 3210-MATCH-ONE-DEVICE-EXIT.
009840     EXIT.
009850
009860*----------------------------------------------------------
009870* 3500-DATE-TO-DAYS - TURN DL300-DATE-IN (YYYYMMDD) INTO A
009880* DAY NUMBER IN DL300-DATE-DAYS.
009890*----------------------------------------------------------
009900 3500-DATE-TO-DAYS.
009910     IF DL300-DATE-IN-MM > 2
009920         MOVE DL300-DATE-IN-YYYY TO DL300-DATE-Y
009930         COMPUTE DL300-DATE-M = DL300-DATE-IN-MM - 3
009940     ELSE
009950         COMPUTE DL300-DATE-Y = DL300-DATE-IN-YYYY - 1
009960         COMPUTE DL300-DATE-M = DL300-DATE-IN-MM + 9
009970     END-IF
009980
009990     PERFORM 3550-YEAR-TO-DAYS
010000         THRU 3550-YEAR-TO-DAYS-EXIT
010010     COMPUTE DL300-DATE-MDAYS = DL300-DATE-M * 153 + 2
010020     DIVIDE DL300-DATE-MDAYS BY 5 GIVING DL300-DATE-MDAYS
010030
010040     COMPUTE DL300-DATE-DAYS = DL300-DATE-YDAYS
010050         + DL300-DATE-MDAYS + DL300-DATE-IN-DD - 1.
010060
010070 3500-DATE-TO-DAYS-EXIT.
010080     EXIT.
010090
010100*----------------------------------------------------------
010110* 3550-YEAR-TO-DAYS - DAYS BEFORE MARCH 1 OF MARCH-BASED
010120* YEAR DL300-DATE-Y, INTO DL300-DATE-YDAYS.
010130*----------------------------------------------------------
010140 3550-YEAR-TO-DAYS.
010150     DIVIDE DL300-DATE-Y BY 4   GIVING DL300-DATE-Q4
010160     DIVIDE DL300-DATE-Y BY 100 GIVING DL300-DATE-Q100
010170     DIVIDE DL300-DATE-Y BY 400 GIVING DL300-DATE-Q400
010180     COMPUTE DL300-DATE-YDAYS = DL300-DATE-Y * 365
010190         + DL300-DATE-Q4 - DL300-DATE-Q100 + DL300-DATE-Q400.
010200
010210 3550-YEAR-TO-DAYS-EXIT.
010220     EXIT.
010230
010240*----------------------------------------------------------
010250* 4000-GENERATE-CALENDAR - CHECK EACH DEVICE AGAINST THE
010260* MASTER AND WRITE ITS DUE DAYS.  THE CALENDAR IS REPLACED
010270* ONLY ONCE THE MASTER HAS OPENED, AND THEN ONLY FOR THE
010275* MONTH GENERATED - EVERY OTHER MONTH'S LINES ARE KEPT.
010280*----------------------------------------------------------
010290 4000-GENERATE-CALENDAR.
010300     OPEN INPUT MasterFile
010310     IF NOT DL300-MASTER-STATUS-OK
010320         MOVE "MASTER MISSING - CALENDAR NOT REPLACED"
010330             TO CalGenLine
010340         WRITE CalGenLine
010350         SET DL300-NO-MASTER TO TRUE
010360         GO TO 4000-GENERATE-CALENDAR-EXIT
010370     END-IF
010380
010382     PERFORM 4050-SAVE-OTHER-MONTHS
010384         THRU 4050-SAVE-OTHER-MONTHS-EXIT
010386
010390     OPEN OUTPUT CalendarFile
010393     PERFORM 4070-RESTORE-OTHER-MONTHS
010396         THRU 4070-RESTORE-OTHER-MONTHS-EXIT
010400
010410     MOVE "DEVICES" TO DL300-RPT-SECTION-TEXT
010420     MOVE DL300-RPT-SECTION TO CalGenLine
010430     WRITE CalGenLine
010440     MOVE DL300-RPT-HEADING TO CalGenLine
010450     WRITE CalGenLine
010460
010470     MOVE ZERO TO DL300-DEV-SUB
010480     PERFORM 4100-GENERATE-ONE-DEVICE
010490         THRU 4100-GENERATE-ONE-DEVICE-EXIT
010500         UNTIL DL300-DEV-SUB >= DL300-DEV-COUNT
010510
010520     IF DL300-DEV-COUNT = ZERO
010530         MOVE "  NONE" TO CalGenLine
010540         WRITE CalGenLine
010550     END-IF
010560
010570     CLOSE CalendarFile
010580     CLOSE MasterFile
010590     MOVE SPACES TO CalGenLine
010600     WRITE CalGenLine.
010610
010620 4000-GENERATE-CALENDAR-EXIT.
010630     EXIT.
010640
010641*----------------------------------------------------------
010642* 4050-SAVE-OTHER-MONTHS - COPY EVERY CALENDAR LINE DUE
010643* OUTSIDE THE MONTH BEING GENERATED TO THE WORK FILE.  A
010644* MISSING CALENDAR (FIRST RUN) LEAVES THE WORK FILE EMPTY.
010645*----------------------------------------------------------
010646 4050-SAVE-OTHER-MONTHS.
010647     OPEN OUTPUT CalWorkFile
010648     OPEN INPUT CalendarFile
010649     IF DL300-CALENDAR-STATUS-OK
010650         PERFORM 4060-SAVE-ONE-LINE
010651             THRU 4060-SAVE-ONE-LINE-EXIT
010652             UNTIL NOT DL300-CALENDAR-STATUS-OK
010653         CLOSE CalendarFile
010654     END-IF
010655     CLOSE CalWorkFile.
010656
010657 4050-SAVE-OTHER-MONTHS-EXIT.
010658     EXIT.
010659
010660 4060-SAVE-ONE-LINE.
010661     READ CalendarFile
010662       AT END GO TO 4060-SAVE-ONE-LINE-EXIT
010663     END-READ
010664
010665     IF CalendarRecord = SPACES
010666             OR CAL-DUE-DATE(1:6) = DL300-GEN-PERIOD
010667         GO TO 4060-SAVE-ONE-LINE-EXIT
010668     END-IF
010669
010670     MOVE CalendarRecord TO CalWorkRecord
010671     WRITE CalWorkRecord.
010672
010673 4060-SAVE-ONE-LINE-EXIT.
010674     EXIT.
010675
010676*----------------------------------------------------------
010677* 4070-RESTORE-OTHER-MONTHS - THE KEPT LINES GO BACK ON THE
010678* NEW CALENDAR AHEAD OF THE MONTH JUST GENERATED.
010679*----------------------------------------------------------
010680 4070-RESTORE-OTHER-MONTHS.
010681     OPEN INPUT CalWorkFile
010682     IF DL300-CALWORK-STATUS-OK
010683         PERFORM 4080-RESTORE-ONE-LINE
010684             THRU 4080-RESTORE-ONE-LINE-EXIT
010685             UNTIL NOT DL300-CALWORK-STATUS-OK
010686         CLOSE CalWorkFile
010687     END-IF.
010688
010689 4070-RESTORE-OTHER-MONTHS-EXIT.
010690     EXIT.
010691
010692 4080-RESTORE-ONE-LINE.
010693     READ CalWorkFile
010694       AT END GO TO 4080-RESTORE-ONE-LINE-EXIT
010695     END-READ
010696
010697     MOVE CalWorkRecord TO CalendarRecord
010698     WRITE CalendarRecord
010699     ADD 1 TO DL300-LINES-KEPT.
010700
010701 4080-RESTORE-ONE-LINE-EXIT.
010702     EXIT.
010703
010704*----------------------------------------------------------
010705* 4100-GENERATE-ONE-DEVICE - A DEVICE NOT ON THE MASTER IS
010706* RETIRED (OR NEVER ADDED) AND ONE SUSPENDED IS NOT FED, SO
010707* NEITHER GETS CALENDAR LINES.
010708*----------------------------------------------------------
010709 4100-GENERATE-ONE-DEVICE.
010710     ADD 1 TO DL300-DEV-SUB
010720     MOVE ZERO TO DL300-DEV-DUE-COUNT
010730     MOVE ZERO TO DL300-DEV-HOL-COUNT
010740     MOVE SPACES TO DL300-RPT-DETAIL
010750     MOVE DL300-DEV-ID(DL300-DEV-SUB)    TO DL300-RPT-DEVICE
010760     MOVE DL300-DEV-RULES(DL300-DEV-SUB) TO DL300-RPT-RULES
010770
010780     MOVE DL300-DEV-ID(DL300-DEV-SUB) TO MST-DEVICE-ID
010790     READ MasterFile KEY IS MST-DEVICE-ID
010800       INVALID KEY
010810         ADD 1 TO DL300-RETIRED-COUNT
010820         MOVE "NOT ON MASTER - SKIPPED" TO DL300-RPT-RESULT
010830         GO TO 4100-PRINT-DEVICE
010840     END-READ
010850
010860     IF MST-STATUS = "S"
010870         ADD 1 TO DL300-SUSP-COUNT
010880         MOVE "SUSPENDED - SKIPPED" TO DL300-RPT-RESULT
010890         GO TO 4100-PRINT-DEVICE
010900     END-IF
010910
010920     MOVE ZERO TO DL300-DAY-SUB
010930     PERFORM 4200-RESET-ONE-DAY
010940         THRU 4200-RESET-ONE-DAY-EXIT
010950         UNTIL DL300-DAY-SUB >= DL300-MONTH-DAYS
010960
010970     MOVE ZERO TO DL300-RULE-SUB
010980     PERFORM 4300-APPLY-ONE-RULE
010990         THRU 4300-APPLY-ONE-RULE-EXIT
011000         UNTIL DL300-RULE-SUB >= DL300-RULE-COUNT
011010
011020     MOVE ZERO TO DL300-DAY-SUB
011030     PERFORM 4500-WRITE-ONE-DAY
011040         THRU 4500-WRITE-ONE-DAY-EXIT
011050         UNTIL DL300-DAY-SUB >= DL300-MONTH-DAYS
011060
011070     MOVE DL300-DEV-DUE-COUNT TO DL300-RPT-DUE
011080     MOVE DL300-DEV-HOL-COUNT TO DL300-RPT-HOL
011090     IF DL300-DEV-DUE-COUNT = ZERO
011100         ADD 1 TO DL300-NODAYS-COUNT
011110         MOVE "NO DAYS DUE THIS MONTH" TO DL300-RPT-RESULT
011120     ELSE
011130         ADD 1 TO DL300-GENERATED-COUNT
011140         MOVE "GENERATED" TO DL300-RPT-RESULT
011150     END-IF.
011160
011170 4100-PRINT-DEVICE.
011180     MOVE DL300-RPT-DETAIL TO CalGenLine
011190     WRITE CalGenLine.
011200
011210 4100-GENERATE-ONE-DEVICE-EXIT.
011220     EXIT.
011230
011240 4200-RESET-ONE-DAY.
011250     ADD 1 TO DL300-DAY-SUB
011260     MOVE "N" TO DL300-DAY-DUE-SW(DL300-DAY-SUB).
011270
011280 4200-RESET-ONE-DAY-EXIT.
011290     EXIT.
011300
011310*----------------------------------------------------------
011320* 4300-APPLY-ONE-RULE - RUN ONE OF THIS DEVICE'S RULES OVER
011330* EVERY DAY OF THE MONTH.  RULES OF OTHER DEVICES PASS.
011340*----------------------------------------------------------
011350 4300-APPLY-ONE-RULE.
011360     ADD 1 TO DL300-RULE-SUB
011370     IF DL300-RUL-DEVICE(DL300-RULE-SUB)
011380             NOT = DL300-DEV-ID(DL300-DEV-SUB)
011390         GO TO 4300-APPLY-ONE-RULE-EXIT
011400     END-IF
011410
011420     IF DL300-RUL-FROM(DL300-RULE-SUB) > DL300-MONTH-END
011430             OR DL300-RUL-TO(DL300-RULE-SUB) < DL300-MONTH-START
011440         GO TO 4300-APPLY-ONE-RULE-EXIT
011450     END-IF
011460
011470*    A MONTHLY DAY PAST MONTH END FALLS ON THE LAST DAY.
011480     IF DL300-RUL-CODE(DL300-RULE-SUB) = "M"
011490         MOVE DL300-RUL-MDAY(DL300-RULE-SUB) TO DL300-WRK-MDAY
011500         IF DL300-WRK-MDAY > DL300-MONTH-DAYS
011510             MOVE DL300-MONTH-DAYS TO DL300-WRK-MDAY
011520         END-IF
011530     END-IF
011540
011550     MOVE ZERO TO DL300-DAY-SUB
011560     PERFORM 4400-TEST-ONE-DAY
011570         THRU 4400-TEST-ONE-DAY-EXIT
011580         UNTIL DL300-DAY-SUB >= DL300-MONTH-DAYS.
011590
011600 4300-APPLY-ONE-RULE-EXIT.
011610     EXIT.
011620
011630*----------------------------------------------------------
011640* 4400-TEST-ONE-DAY - DOES THE CURRENT RULE HIT THIS DAY?  A
011650* HIT ON A HOLIDAY IS KEPT AS H SO IT IS COUNTED, NOT DUE.
011660*----------------------------------------------------------
011670 4400-TEST-ONE-DAY.
011680     ADD 1 TO DL300-DAY-SUB
011690     IF DL300-DAY-DATE(DL300-DAY-SUB)
011700             < DL300-RUL-FROM(DL300-RULE-SUB)
011710             OR DL300-DAY-DATE(DL300-DAY-SUB)
011720             > DL300-RUL-TO(DL300-RULE-SUB)
011730         GO TO 4400-TEST-ONE-DAY-EXIT
011740     END-IF
011750
011760     EVALUATE DL300-RUL-CODE(DL300-RULE-SUB)
011770         WHEN "D"
011780             CONTINUE
011790         WHEN "B"
011800             IF DL300-DAY-DOW(DL300-DAY-SUB) > 5
011810                 GO TO 4400-TEST-ONE-DAY-EXIT
011820             END-IF
011830         WHEN "W"
011840             IF DL300-RUL-WEEKDAYS(DL300-RULE-SUB)
011850                     (DL300-DAY-DOW(DL300-DAY-SUB):1) = SPACE
011860                 GO TO 4400-TEST-ONE-DAY-EXIT
011870             END-IF
011880         WHEN "M"
011890             IF DL300-DAY-SUB NOT = DL300-WRK-MDAY
011900                 GO TO 4400-TEST-ONE-DAY-EXIT
011910             END-IF
011920     END-EVALUATE
011930
011940     IF DL300-DAY-HOL-SW(DL300-DAY-SUB) = "Y"
011950         MOVE "H" TO DL300-DAY-DUE-SW(DL300-DAY-SUB)
011960     ELSE
011970         MOVE "Y" TO DL300-DAY-DUE-SW(DL300-DAY-SUB)
011980     END-IF.
011990
012000 4400-TEST-ONE-DAY-EXIT.
012010     EXIT.
012020
012030*----------------------------------------------------------
012040* 4500-WRITE-ONE-DAY - ONE CALENDAR LINE PER DUE DAY, SO TWO
012050* RULES HITTING THE SAME DAY STILL GIVE ONE LINE.
012060*----------------------------------------------------------
012070 4500-WRITE-ONE-DAY.
012080     ADD 1 TO DL300-DAY-SUB
012090     EVALUATE DL300-DAY-DUE-SW(DL300-DAY-SUB)
012100         WHEN "Y"
012110             MOVE SPACES TO CalendarRecord
012120             MOVE DL300-DEV-ID(DL300-DEV-SUB) TO CAL-DEVICE-ID
012130             MOVE DL300-DAY-DATE(DL300-DAY-SUB) TO CAL-DUE-DATE
012140             WRITE CalendarRecord
012150             ADD 1 TO DL300-DEV-DUE-COUNT
012160             ADD 1 TO DL300-LINES-WRITTEN
012170         WHEN "H"
012180             ADD 1 TO DL300-DEV-HOL-COUNT
012190         WHEN OTHER
012200             CONTINUE
012210     END-EVALUATE.
012220
012230 4500-WRITE-ONE-DAY-EXIT.
012240     EXIT.
012250
012260*----------------------------------------------------------
012270* 8000-PRODUCE-TOTALS - RUN COUNTS AT THE FOOT OF THE REPORT.
012280*----------------------------------------------------------
012290 8000-PRODUCE-TOTALS.
012300     MOVE "RULES READ...: " TO DL300-RPT-TAG
012310     MOVE DL300-RULES-READ TO DL300-RPT-CNT
012320     MOVE DL300-RPT-COUNT-LINE TO CalGenLine
012330     WRITE CalGenLine
012340
012350     MOVE "RULES REJECTED: " TO DL300-RPT-TAG
012360     MOVE DL300-RULES-REJECTED TO DL300-RPT-CNT
012370     MOVE DL300-RPT-COUNT-LINE TO CalGenLine
012380     WRITE CalGenLine
012390
012400     MOVE "HOLIDAYS.....: " TO DL300-RPT-TAG
012410     MOVE DL300-HOLIDAY-COUNT TO DL300-RPT-CNT
012420     MOVE DL300-RPT-COUNT-LINE TO CalGenLine
012430     WRITE CalGenLine
012440
012450     MOVE "DEVICES......: " TO DL300-RPT-TAG
012460     MOVE DL300-GENERATED-COUNT TO DL300-RPT-CNT
012470     MOVE DL300-RPT-COUNT-LINE TO CalGenLine
012480     WRITE CalGenLine
012490
012500     MOVE "NO DAYS DUE..: " TO DL300-RPT-TAG
012510     MOVE DL300-NODAYS-COUNT TO DL300-RPT-CNT
012520     MOVE DL300-RPT-COUNT-LINE TO CalGenLine
012530     WRITE CalGenLine
012540
012550     MOVE "SUSPENDED....: " TO DL300-RPT-TAG
012560     MOVE DL300-SUSP-COUNT TO DL300-RPT-CNT
012570     MOVE DL300-RPT-COUNT-LINE TO CalGenLine
012580     WRITE CalGenLine
012590
012600     MOVE "NOT ON MASTER: " TO DL300-RPT-TAG
012610     MOVE DL300-RETIRED-COUNT TO DL300-RPT-CNT
012620     MOVE DL300-RPT-COUNT-LINE TO CalGenLine
012630     WRITE CalGenLine
012640
012650     MOVE "CALENDAR LINES: " TO DL300-RPT-TAG
012660     MOVE DL300-LINES-WRITTEN TO DL300-RPT-CNT
012670     MOVE DL300-RPT-COUNT-LINE TO CalGenLine
012680     WRITE CalGenLine
012690
012691     MOVE "LINES KEPT...: " TO DL300-RPT-TAG
012692     MOVE DL300-LINES-KEPT TO DL300-RPT-CNT
012693     MOVE DL300-RPT-COUNT-LINE TO CalGenLine
012694     WRITE CalGenLine
012695
012700     IF DL300-RULE-OVERFLOW OR DL300-DEV-OVERFLOW
012710         MOVE "WORK TABLE FULL - CALENDAR INCOMPLETE"
012720             TO CalGenLine
012730         WRITE CalGenLine
012740     END-IF.
012750
012760 8000-PRODUCE-TOTALS-EXIT.
012770     EXIT.
012780
012790*----------------------------------------------------------
012800* 9500-WRITE-AUDIT-LOG - ONE CALENDAR LINE PER RUN.  THE
012810* COUNT IS THE CALENDAR LINES WRITTEN; THE CODE SAYS WHY THE
012820* CALENDAR WAS NOT REPLACED WHEN IT WAS NOT.
012830*----------------------------------------------------------
012840 9500-WRITE-AUDIT-LOG.
012850     MOVE DL300-RUN-MM        TO DL300-AUL-MM
012860     MOVE DL300-RUN-DD        TO DL300-AUL-DD
012870     MOVE DL300-RUN-YYYY      TO DL300-AUL-YYYY
012880     MOVE DL300-RUN-HH        TO DL300-AUL-HH
012890     MOVE DL300-RUN-MIN       TO DL300-AUL-MIN
012900     MOVE DL300-RUN-SEC       TO DL300-AUL-SEC
012910     MOVE "CALENDAR"          TO DL300-AUL-MODE
012920     MOVE DL300-SCHEDULE-FILENAME TO DL300-AUL-FILE
012930     MOVE DL300-LINES-WRITTEN TO DL300-AUL-REC-CNT
012940     MOVE ZERO                TO DL300-AUL-END-FREQ
012950     EVALUATE TRUE
012960         WHEN DL300-BAD-MONTH
012970             MOVE "BADMONTH"  TO DL300-AUL-STATUS
012980         WHEN DL300-NO-RULES
012990             MOVE "NORULES"   TO DL300-AUL-STATUS
013000         WHEN DL300-NO-MASTER
013010             MOVE "NOMASTER"  TO DL300-AUL-STATUS
013020         WHEN DL300-RULE-OVERFLOW OR DL300-DEV-OVERFLOW
013030             MOVE "OVFLOW"    TO DL300-AUL-STATUS
013040         WHEN OTHER
013050             MOVE "NORMAL"    TO DL300-AUL-STATUS
013060     END-EVALUATE
013070
013080     OPEN EXTEND AuditFile
013090     IF DL300-AUDIT-NOT-FOUND
013100         OPEN OUTPUT AuditFile
013110     END-IF
013120     MOVE DL300-AUDIT-LINE TO AuditRecord
013130     WRITE AuditRecord
013140     CLOSE AuditFile.
013150
013160 9500-WRITE-AUDIT-LOG-EXIT.
013170     EXIT.
013180
013190*----------------------------------------------------------
013200* 9000-TERMINATE - CLOSE FILES
013210*----------------------------------------------------------
013220 9000-TERMINATE.
013230     CLOSE CalGenReportFile
013240
013250     PERFORM 9700-RELEASE-INTERLOCK
013260         THRU 9700-RELEASE-INTERLOCK-EXIT.
013270
013280 9000-TERMINATE-EXIT.
013290     EXIT.
013300
013310*----------------------------------------------------------
013320* 1900-CLAIM-INTERLOCK - ONE LOCK RECORD GUARDS ALL THE
013330* SHARED LIVE FILES.  A CONFLICTING START ENDS LOCKED
013340* INSTEAD OF RACING; THE FORCE RUN PARAMETER BREAKS A STALE
013350* LOCK LEFT BY AN ABEND.
013360*----------------------------------------------------------
013370 1900-CLAIM-INTERLOCK.
013380     OPEN INPUT LockFile
013390     IF DL300-LOCK-STATUS-OK
013400         READ LockFile
013410           AT END
013420             CONTINUE
013430           NOT AT END
013440             IF LCK-PROGRAM-ID NOT = SPACES
013450                     AND NOT DL300-LOCK-FORCE
013460                 SET DL300-LOCK-CONFLICT TO TRUE
013470                 MOVE LCK-PROGRAM-ID TO DL300-LOCK-OWNER
013480             END-IF
013490         END-READ
013500         CLOSE LockFile
013510     END-IF
013520
013530     IF DL300-LOCK-CONFLICT
013540         GO TO 1900-CLAIM-INTERLOCK-EXIT
013550     END-IF
013560
013570     OPEN OUTPUT LockFile
013580     MOVE SPACES              TO LockRecord
013590     MOVE "DAY1CALG"          TO LCK-PROGRAM-ID
013600     MOVE DL300-RUN-DATE      TO LCK-RUN-DATE
013610     MOVE DL300-RUN-TIME(1:6) TO LCK-RUN-TIME
013620     MOVE "CALENDAR AUDIT"    TO LCK-FILES-HELD
013630     WRITE LockRecord
013640     CLOSE LockFile
013650     SET DL300-LOCK-HELD TO TRUE.
013660
013670 1900-CLAIM-INTERLOCK-EXIT.
013680     EXIT.
013690
013700*----------------------------------------------------------
013710* 9550-WRITE-LOCKED-AUDIT - THE LOCKED COMPLETION LINE FOR A
013720* START THAT FOUND THE SHARED FILES HELD.
013730*----------------------------------------------------------
013740 9550-WRITE-LOCKED-AUDIT.
013750     MOVE DL300-RUN-MM        TO DL300-AUL-MM
013760     MOVE DL300-RUN-DD        TO DL300-AUL-DD
013770     MOVE DL300-RUN-YYYY      TO DL300-AUL-YYYY
013780     MOVE DL300-RUN-HH        TO DL300-AUL-HH
013790     MOVE DL300-RUN-MIN       TO DL300-AUL-MIN
013800     MOVE DL300-RUN-SEC       TO DL300-AUL-SEC
013810     MOVE "CALENDAR"          TO DL300-AUL-MODE
013820     MOVE SPACES              TO DL300-AUL-FILE
013830     STRING "LOCKED BY "      DELIMITED BY SIZE
013840            DL300-LOCK-OWNER  DELIMITED BY SIZE
013850         INTO DL300-AUL-FILE
013860     END-STRING
013870     MOVE ZERO                TO DL300-AUL-REC-CNT
013880     MOVE ZERO                TO DL300-AUL-END-FREQ
013890     MOVE "LOCKED"            TO DL300-AUL-STATUS
013900
013910     OPEN EXTEND AuditFile
013920     IF DL300-AUDIT-NOT-FOUND
013930         OPEN OUTPUT AuditFile
013940     END-IF
013950     MOVE DL300-AUDIT-LINE TO AuditRecord
013960     WRITE AuditRecord
013970     CLOSE AuditFile.
013980
013990 9550-WRITE-LOCKED-AUDIT-EXIT.
014000     EXIT.
014010
014020*----------------------------------------------------------
014030* 9560-WRITE-LOCKED-ALERT - THE CONSOLE SEES EVERY LOCKED-OUT
014040* START; A RECURRING ONE MEANS THE WINDOW NO LONGER FITS.
014050*----------------------------------------------------------
014060 9560-WRITE-LOCKED-ALERT.
014070     MOVE DL300-RUN-DATE        TO ALT-RUN-DATE
014080     MOVE DL300-RUN-TIME(1:6)   TO ALT-RUN-TIME
014090     MOVE "CRITICAL"            TO ALT-SEVERITY
014100     MOVE "LOCKED"              TO ALT-COMPLETION
014110     MOVE DL300-SCHEDULE-FILENAME TO ALT-INPUT-FILE
014120     MOVE SPACES                TO ALT-MESSAGE
014130     STRING "SHARED FILES LOCKED BY " DELIMITED BY SIZE
014140            DL300-LOCK-OWNER         DELIMITED BY SIZE
014150         INTO ALT-MESSAGE
014160     END-STRING
014170
014180     OPEN EXTEND AlertFile
014190     IF DL300-ALERT-NOT-FOUND
014200         OPEN OUTPUT AlertFile
014210     END-IF
014220     WRITE AlertRecord
014230     CLOSE AlertFile.
014240
014250 9560-WRITE-LOCKED-ALERT-EXIT.
014260     EXIT.
014270
014280*----------------------------------------------------------
014290* 9700-RELEASE-INTERLOCK - LEAVE THE LOCK FILE EMPTY SO THE
014300* NEXT PROGRAM CAN CLAIM IT.  ONLY THE HOLDER RELEASES.
014310*----------------------------------------------------------
014320 9700-RELEASE-INTERLOCK.
014330     IF DL300-LOCK-HELD
014340         OPEN OUTPUT LockFile
014350         CLOSE LockFile
014360     END-IF.
014370
014380 9700-RELEASE-INTERLOCK-EXIT.
014390     EXIT.
