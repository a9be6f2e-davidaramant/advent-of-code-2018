000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    DAY1DOSS.
000030 AUTHOR.        DAVID ARAMANT.
000040 INSTALLATION.  CALIBRATION SYSTEMS.
000050 DATE-WRITTEN.  2026-10-15.
000060 DATE-COMPILED.
000070*----------------------------------------------------------
000080* MODIFICATION HISTORY
000090*----------------------------------------------------------
000100* 2026-10-15  DA  ORIGINAL PROGRAM - DEVICE DOSSIER INQUIRY.
000110*                 GIVEN A DEVICE (AND OPTIONALLY HOW MANY
000120*                 HISTORY LINES TO SHOW, DEFAULT 10, AT MOST
000130*                 50) AS THE RUN PARAMETER, PRINTS ONE REPORT
000140*                 (DAY1-DOSSIER.TXT) PULLING EVERYTHING THE
000150*                 SHARED FILES HOLD ON IT: THE MASTER RECORD
000160*                 AND STATUS, ITS LAST CALIBRATION RUNS FROM
000170*                 THE HISTORY (REVERSED RUNS MARKED), ITS OPEN
000180*                 EXCEPTIONS GROUPED BY REASON CODE, ITS
000190*                 UNACKNOWLEDGED ALERTS, ITS FEED STATUS
000200*                 ENTRIES, AND ITS RUN CALENDAR DATES - A PAST
000210*                 DUE DATE WITH NO RUN IN THE AUDIT LOG (AS
000220*                 DAY1CMPL JUDGES IT) MARKED MISSED.  THE
000230*                 FILES ARE ONLY READ; NO INTERLOCK IS TAKEN.
000240*----------------------------------------------------------
000250 ENVIRONMENT DIVISION.
000260 CONFIGURATION SECTION.
000270 SOURCE-COMPUTER.   IBM-370.
000280 OBJECT-COMPUTER.   IBM-370.
000290 INPUT-OUTPUT SECTION.
000300 FILE-CONTROL.
000310     SELECT MasterFile
000320                ASSIGN TO DYNAMIC DL280-MASTER-FILENAME
000330                ORGANIZATION IS INDEXED
000340                ACCESS MODE IS RANDOM
000350                RECORD KEY IS MST-DEVICE-ID
000360                FILE STATUS IS DL280-MASTER-STATUS.
000370
000380     SELECT HistoryFile
000390                ASSIGN TO DYNAMIC DL280-HISTORY-FILENAME
000400                ORGANIZATION IS LINE SEQUENTIAL
000410                FILE STATUS IS DL280-HISTORY-STATUS.
000420
000430     SELECT ExceptionFile
000440                ASSIGN TO DYNAMIC DL280-EXCEPT-FILENAME
000450                ORGANIZATION IS LINE SEQUENTIAL
000460                FILE STATUS IS DL280-EXCEPT-STATUS.
000470
000480     SELECT AlertFile ASSIGN TO DYNAMIC DL280-ALERT-FILENAME
000490                ORGANIZATION IS LINE SEQUENTIAL
000500                FILE STATUS IS DL280-ALERT-STATUS.
000510
000520     SELECT FeedStatusFile ASSIGN TO "day1-feedstat.dat"
000530                ORGANIZATION IS LINE SEQUENTIAL
000540                FILE STATUS IS DL280-FEEDSTAT-STATUS.
000550
000560     SELECT CalendarFile ASSIGN TO "day1-calendar.txt"
000570                ORGANIZATION IS LINE SEQUENTIAL
000580                FILE STATUS IS DL280-CALEND-STATUS.
000590
000600     SELECT AuditFile ASSIGN TO DYNAMIC DL280-AUDIT-FILENAME
000610                ORGANIZATION IS LINE SEQUENTIAL
000620                FILE STATUS IS DL280-AUDIT-STATUS.
000630
000640     SELECT DossierReportFile ASSIGN TO "day1-dossier.txt"
000650                ORGANIZATION IS LINE SEQUENTIAL.
000660
000670     SELECT ControlCardFile ASSIGN TO "day1-control.crd"
000680                ORGANIZATION IS LINE SEQUENTIAL
000690                FILE STATUS IS DL280-CONTROL-STATUS.
000700
000710 DATA DIVISION.
000720 FILE SECTION.
000730 FD  MasterFile.
000740 01  MasterRecord.
000750     02  MST-DEVICE-ID      PIC X(08).
000760     02  MST-FREQUENCY      PIC S9(6) SIGN LEADING
000770                                SEPARATE.
000780     02  MST-LAST-RUN-DATE  PIC 9(08).
000790     02  MST-STATUS         PIC X(01).
000800
000810*----------------------------------------------------------
000820* HISTORY LINE - AS DAY1 WRITES IT, WITH THE STAMP DAY1BKOT
000830* PUTS IN COLUMNS 60-67 WHEN A RUN IS BACKED OUT.
000840*----------------------------------------------------------
000850 FD  HistoryFile.
000860 01  HistoryRecord.
000870     88  EndOfHistoryFile   VALUE HIGH-VALUES.
000880     02  HST-DATE           PIC X(10).
000890     02  FILLER             PIC X(03).
000900     02  HST-START-TAG      PIC X(07).
000910     02  HST-START-VALUE    PIC X(07).
000920     02  FILLER             PIC X(03).
000930     02  HST-END-TAG        PIC X(05).
000940     02  HST-END-VALUE      PIC X(07).
000950     02  FILLER             PIC X(03).
000960     02  HST-DEV-TAG        PIC X(05).
000970     02  HST-DEVICE         PIC X(08).
000980     02  FILLER             PIC X(01).
000990     02  HST-REVERSED-TAG   PIC X(08).
001000     02  FILLER             PIC X(13).
001010
001020*----------------------------------------------------------
001030* EXCEPTION LINE - SEE DL100-EXCEPT-LINE IN DAY1.  A LINE
001040* STAYS IN THE QUEUE UNTIL DAY1RPR POSTS ITS CORRECTION, SO
001050* EVERY LINE IN THE LIVE FILE IS OPEN.
001060*----------------------------------------------------------
001070 FD  ExceptionFile.
001080 01  ExceptionRecord.
001090     88  EndOfExceptionFile VALUE HIGH-VALUES.
001100     02  EXC-SEQ-NO         PIC X(05).
001110     02  FILLER             PIC X(02).
001120     02  EXC-DATE           PIC X(08).
001130     02  FILLER             PIC X(02).
001140     02  EXC-DEVICE         PIC X(08).
001150     02  FILLER             PIC X(02).
001160     02  EXC-RAW            PIC X(09).
001170     02  FILLER             PIC X(02).
001180     02  EXC-REASON         PIC X(02).
001190     02  FILLER             PIC X(02).
001200     02  EXC-DESC           PIC X(38).
001210
001220*----------------------------------------------------------
001230* ALERT RECORD - EVERY LINE LEFT IN THE LIVE FILE IS STILL
001240* UNACKNOWLEDGED (DAY1ALRT ARCHIVES THE ACKNOWLEDGED ONES).
001250*----------------------------------------------------------
001260 FD  AlertFile.
001270 01  AlertRecord.
001280     88  EndOfAlertFile     VALUE HIGH-VALUES.
001290     02  ALT-RUN-DATE       PIC 9(08).
001300     02  ALT-RUN-TIME       PIC 9(06).
001310     02  ALT-SEVERITY       PIC X(08).
001320     02  ALT-COMPLETION     PIC X(08).
001330     02  ALT-INPUT-FILE     PIC X(50).
001340     02  ALT-MESSAGE        PIC X(40).
001350
001360 FD  FeedStatusFile.
001370 01  FeedStatusRecord.
001380     88  EndOfFeedStatus    VALUE HIGH-VALUES.
001390     02  FST-STATUS         PIC X(08).
001400     02  FILLER             PIC X(01).
001410     02  FST-DEVICE-ID      PIC X(08).
001420     02  FILLER             PIC X(01).
001430     02  FST-READ-DATE      PIC 9(08).
001440     02  FILLER             PIC X(01).
001450     02  FST-REG-DATE       PIC 9(08).
001460     02  FILLER             PIC X(01).
001470     02  FST-FEED-NAME      PIC X(71).
001480
001490 FD  CalendarFile.
001500 01  CalendarRecord.
001510     88  EndOfCalendar      VALUE HIGH-VALUES.
001520     02  CAL-DEVICE-ID      PIC X(08).
001530     02  FILLER             PIC X(01).
001540     02  CAL-DUE-DATE       PIC X(08).
001550     02  FILLER             PIC X(63).
001560
001570 FD  AuditFile.
001580 01  AuditRecord.
001590     88  EndOfAuditFile     VALUE HIGH-VALUES.
001600     02  AUD-LINE-AREA      PIC X(120).
001610
001620 FD  DossierReportFile.
001630 01  DossierLine            PIC X(096).
001640
001650 FD  ControlCardFile.
001660 01  ControlCardRecord.
001670     88  EndOfControlCards  VALUE HIGH-VALUES.
001680     02  CC-CARD-AREA       PIC X(80).
001690
001700 WORKING-STORAGE SECTION.
001710*----------------------------------------------------------
001720* SHARED FILE NAMES - THE SAME CONTROL CARDS DAY1 HONORS ARE
001730* READ HERE TOO.
001740*----------------------------------------------------------
001750 01  DL280-FILE-NAMES.
001760     02  DL280-MASTER-FILENAME  PIC X(080)
001770                                VALUE "day1-master.dat".
001780     02  DL280-HISTORY-FILENAME PIC X(080)
001790                                VALUE "day1-history.txt".
001800     02  DL280-EXCEPT-FILENAME  PIC X(080)
001810                                VALUE "day1-except.txt".
001820     02  DL280-ALERT-FILENAME   PIC X(080)
001830                                VALUE "day1-alert.dat".
001840     02  DL280-AUDIT-FILENAME   PIC X(080)
001850                                VALUE "day1-audit.txt".
001860
001870 01  DL280-MASTER-STATUS        PIC X(02) VALUE SPACES.
001880     88  DL280-MASTER-STATUS-OK     VALUE "00".
001890
001900 01  DL280-HISTORY-STATUS       PIC X(02) VALUE SPACES.
001910     88  DL280-HISTORY-STATUS-OK    VALUE "00".
001920
001930 01  DL280-EXCEPT-STATUS        PIC X(02) VALUE SPACES.
001940     88  DL280-EXCEPT-STATUS-OK     VALUE "00".
001950
001960 01  DL280-ALERT-STATUS         PIC X(02) VALUE SPACES.
001970     88  DL280-ALERT-STATUS-OK      VALUE "00".
001980
001990 01  DL280-FEEDSTAT-STATUS      PIC X(02) VALUE SPACES.
002000     88  DL280-FEEDSTAT-STATUS-OK   VALUE "00".
002010
002020 01  DL280-CALEND-STATUS        PIC X(02) VALUE SPACES.
002030     88  DL280-CALEND-STATUS-OK     VALUE "00".
002040
002050 01  DL280-AUDIT-STATUS         PIC X(02) VALUE SPACES.
002060     88  DL280-AUDIT-STATUS-OK      VALUE "00".
002070
002080 01  DL280-CONTROL-STATUS       PIC X(02) VALUE SPACES.
002090     88  DL280-CONTROL-STATUS-OK    VALUE "00".
002100
002110 01  DL280-CARD-WORK.
002120     02  DL280-CARD-KEYWORD     PIC X(16).
002130     02  DL280-CARD-VALUE       PIC X(64).
002140
002150 01  DL280-PARM-AREA.
002160     02  DL280-PARM-STRING      PIC X(080).
002170     02  DL280-PARM-DEVICE      PIC X(080).
002180     02  DL280-PARM-LINES       PIC X(080).
002190
002200 01  DL280-RUN-DATE-FIELDS.
002210     02  DL280-RUN-DATE         PIC 9(08) VALUE ZERO.
002220     02  DL280-RUN-DATE-X REDEFINES DL280-RUN-DATE.
002230         03  DL280-RUN-YYYY     PIC 9(04).
002240         03  DL280-RUN-MM       PIC 9(02).
002250         03  DL280-RUN-DD       PIC 9(02).
002260
002270*----------------------------------------------------------
002280* INQUIRY - THE DEVICE ASKED ABOUT AND HOW MANY OF ITS
002290* HISTORY LINES TO SHOW.  THE DEVICE ID'S LENGTH IS KEPT SO
002300* IT CAN BE FOUND INSIDE AN ALERT'S FREE TEXT.
002310*----------------------------------------------------------
002320 01  DL280-INQUIRY.
002330     02  DL280-TGT-DEVICE       PIC X(08) VALUE SPACES.
002340     02  DL280-TGT-LEN          PIC 9(02) COMP VALUE ZERO.
002350     02  DL280-HIST-WANTED      PIC 9(02) VALUE 10.
002360     02  DL280-HIST-MAX         PIC 9(02) VALUE 50.
002370     02  DL280-PARM-OK-SW       PIC X(01) VALUE "N".
002380         88  DL280-PARM-GOOD        VALUE "Y".
002390
002400*----------------------------------------------------------
002410* HISTORY RING - THE LAST N OF THE DEVICE'S HISTORY LINES.
002420* EACH NEW LINE OVERWRITES THE OLDEST, SO ONE PASS LEAVES
002430* THE MOST RECENT N; THEY ARE PRINTED OLDEST FIRST.
002440*----------------------------------------------------------
002450 01  DL280-HIST-CONTROL.
002460     02  DL280-HIST-COUNT       PIC 9(07) COMP VALUE ZERO.
002470     02  DL280-HIST-REVERSED    PIC 9(07) COMP VALUE ZERO.
002480     02  DL280-HIST-SLOT        PIC 9(02) COMP VALUE ZERO.
002490     02  DL280-HIST-SHOWN       PIC 9(02) COMP VALUE ZERO.
002500     02  DL280-HIST-PRINTED     PIC 9(02) COMP VALUE ZERO.
002510     02  DL280-HIST-QUOT        PIC 9(07) COMP VALUE ZERO.
002520
002530 01  DL280-HIST-TABLE.
002540     02  DL280-HIST-ENTRY OCCURS 50 TIMES
002550                                PIC X(080).
002560
002570*----------------------------------------------------------
002580* OPEN EXCEPTION TABLE - THE DEVICE'S QUEUED LINES, WITH A
002590* COUNT PER REASON CODE (SLOT = CODE + 1; A CODE THAT IS NOT
002600* NUMERIC IS COUNTED UNDER 99) SO THEY PRINT GROUPED.
002610*----------------------------------------------------------
002620 01  DL280-EXC-CONTROL.
002630     02  DL280-EXC-COUNT        PIC 9(04) COMP VALUE ZERO.
002640     02  DL280-EXC-SUB          PIC 9(04) COMP VALUE ZERO.
002650     02  DL280-EXC-OVFL-SW      PIC X(01) VALUE "N".
002660         88  DL280-EXC-OVERFLOW     VALUE "Y".
002670     02  DL280-RSN-SUB          PIC 9(03) COMP VALUE ZERO.
002680     02  DL280-RSN-CODE         PIC 9(02) VALUE ZERO.
002690
002700 01  DL280-EXC-TABLE.
002710     02  DL280-EXC-ENTRY OCCURS 500 TIMES.
002720         03  DL280-EXC-RSN      PIC 9(02).
002730         03  DL280-EXC-LINE     PIC X(080).
002740
002750 01  DL280-RSN-TABLE.
002760     02  DL280-RSN-COUNT OCCURS 100 TIMES
002770                                PIC 9(04) COMP.
002780
002790*----------------------------------------------------------
002800* RAN-DATE TABLE - EVERY DATE THE AUDIT LOG SHOWS THE DEVICE
002810* RUNNING WITH A FEED (A SINGLE OR MULTI LINE THAT IS NOT
002820* NOFEED), THE SAME TEST DAY1CMPL APPLIES.
002830*----------------------------------------------------------
002840 01  DL280-RAN-CONTROL.
002850     02  DL280-RAN-COUNT        PIC 9(04) COMP VALUE ZERO.
002860     02  DL280-RAN-SUB          PIC 9(04) COMP VALUE ZERO.
002870     02  DL280-RAN-OVFL-SW      PIC X(01) VALUE "N".
002880         88  DL280-RAN-OVERFLOW     VALUE "Y".
002890     02  DL280-RAN-FOUND-SW     PIC X(01) VALUE "N".
002900         88  DL280-RAN-FOUND        VALUE "Y".
002910         88  DL280-RAN-NOT-FOUND    VALUE "N".
002920     02  DL280-WRK-DATE         PIC 9(08) VALUE ZERO.
002930     02  DL280-WRK-DATE-X REDEFINES DL280-WRK-DATE.
002940         03  DL280-WRK-YYYY     PIC 9(04).
002950         03  DL280-WRK-MM       PIC 9(02).
002960         03  DL280-WRK-DD       PIC 9(02).
002970
002980 01  DL280-RAN-TABLE.
002990     02  DL280-RAN-DATE OCCURS 1000 TIMES
003000                                PIC 9(08).
003010
003020*----------------------------------------------------------
003030* AUDIT-LINE PARSE WORK AREAS - DATE IN COLUMNS 1-10, RUN
003040* MODE IN 22-29, COMPLETION IN 104-111, DEVICE IN 112-119.
003050*----------------------------------------------------------
003060 01  DL280-PARSE-WORK.
003070     02  DL280-AUD-DATE-AREA.
003080         03  DL280-AUD-MM       PIC X(02).
003090         03  FILLER             PIC X(01).
003100         03  DL280-AUD-DD       PIC X(02).
003110         03  FILLER             PIC X(01).
003120         03  DL280-AUD-YYYY     PIC X(04).
003130     02  DL280-AUD-MODE-AREA    PIC X(08).
003140     02  DL280-AUD-STATUS-AREA  PIC X(08).
003150     02  DL280-AUD-DEVICE-AREA  PIC X(08).
003160     02  DL280-ALT-HITS         PIC 9(04) COMP VALUE ZERO.
003170
003180 01  DL280-RUN-TOTALS.
003190     02  DL280-ALERT-COUNT      PIC 9(05) COMP VALUE ZERO.
003200     02  DL280-FEED-COUNT       PIC 9(05) COMP VALUE ZERO.
003210     02  DL280-DUE-COUNT        PIC 9(05) COMP VALUE ZERO.
003220     02  DL280-MISSED-COUNT     PIC 9(05) COMP VALUE ZERO.
003230
003240*----------------------------------------------------------
003250* DOSSIER REPORT LINE LAYOUTS
003260*----------------------------------------------------------
003270 01  DL280-RPT-TITLE.
003280     05  FILLER    PIC X(034)
003290         VALUE "DAY1 DEVICE DOSSIER INQUIRY".
003300     05  FILLER    PIC X(062) VALUE SPACES.
003310
003320 01  DL280-RPT-RUN-DATE.
003330     05  FILLER            PIC X(016) VALUE "RUN DATE.....: ".
003340     05  DL280-RPT-MM      PIC 9(02).
003350     05  FILLER            PIC X(001) VALUE "/".
003360     05  DL280-RPT-DD      PIC 9(02).
003370     05  FILLER            PIC X(001) VALUE "/".
003380     05  DL280-RPT-YYYY    PIC 9(04).
003390     05  FILLER            PIC X(070) VALUE SPACES.
003400
003410 01  DL280-RPT-DEVICE.
003420     05  FILLER            PIC X(016) VALUE "DEVICE.......: ".
003430     05  DL280-RPT-DEV     PIC X(008).
003440     05  FILLER            PIC X(072) VALUE SPACES.
003450
003460 01  DL280-RPT-SECTION.
003470     05  DL280-RPT-SECTION-TEXT PIC X(060).
003480     05  FILLER                 PIC X(036) VALUE SPACES.
003490
003500 01  DL280-RPT-FREQ-LINE.
003510     05  FILLER            PIC X(016) VALUE "FREQUENCY....: ".
003520     05  DL280-RPT-FREQ    PIC -(6)9.
003530     05  FILLER            PIC X(073) VALUE SPACES.
003540
003550 01  DL280-RPT-LAST-LINE.
003560     05  FILLER            PIC X(016) VALUE "LAST RUN DATE: ".
003570     05  DL280-RPT-LAST    PIC 9(08).
003580     05  FILLER            PIC X(072) VALUE SPACES.
003590
003600 01  DL280-RPT-STATUS-LINE.
003610     05  FILLER            PIC X(016) VALUE "STATUS.......: ".
003620     05  DL280-RPT-ST      PIC X(001).
003630     05  FILLER            PIC X(001) VALUE SPACES.
003640     05  DL280-RPT-ST-DESC PIC X(012).
003650     05  FILLER            PIC X(066) VALUE SPACES.
003660
003670 01  DL280-RPT-HIST-DETAIL.
003680     05  FILLER             PIC X(002) VALUE SPACES.
003690     05  DL280-RPT-HIST-MARK PIC X(008).
003700     05  FILLER             PIC X(002) VALUE SPACES.
003710     05  DL280-RPT-HIST-TEXT PIC X(058).
003720     05  FILLER             PIC X(026) VALUE SPACES.
003730
003740 01  DL280-RPT-RSN-HEAD.
003750     05  FILLER             PIC X(009) VALUE "  REASON ".
003760     05  DL280-RPT-RSN      PIC 9(02).
003770     05  FILLER             PIC X(004) VALUE " -  ".
003780     05  DL280-RPT-RSN-CNT  PIC ZZZ9.
003790     05  FILLER             PIC X(005) VALUE " OPEN".
003800     05  FILLER             PIC X(072) VALUE SPACES.
003810
003820 01  DL280-RPT-EXC-DETAIL.
003830     05  FILLER             PIC X(004) VALUE SPACES.
003840     05  DL280-RPT-EXC-SEQ  PIC X(005).
003850     05  FILLER             PIC X(002) VALUE SPACES.
003860     05  DL280-RPT-EXC-DATE PIC X(008).
003870     05  FILLER             PIC X(002) VALUE SPACES.
003880     05  DL280-RPT-EXC-RAW  PIC X(009).
003890     05  FILLER             PIC X(002) VALUE SPACES.
003900     05  DL280-RPT-EXC-DESC PIC X(038).
003910     05  FILLER             PIC X(026) VALUE SPACES.
003920
003930 01  DL280-RPT-ALT-DETAIL.
003940     05  FILLER             PIC X(002) VALUE SPACES.
003950     05  DL280-RPT-ALT-DATE PIC 9(08).
003960     05  FILLER             PIC X(001) VALUE SPACES.
003970     05  DL280-RPT-ALT-TIME PIC 9(06).
003980     05  FILLER             PIC X(002) VALUE SPACES.
003990     05  DL280-RPT-ALT-SEV  PIC X(008).
004000     05  FILLER             PIC X(002) VALUE SPACES.
004010     05  DL280-RPT-ALT-COMP PIC X(008).
004020     05  FILLER             PIC X(002) VALUE SPACES.
004030     05  DL280-RPT-ALT-MSG  PIC X(040).
004040     05  FILLER             PIC X(017) VALUE SPACES.
004050
004060 01  DL280-RPT-FEED-DETAIL.
004070     05  FILLER             PIC X(002) VALUE SPACES.
004080     05  DL280-RPT-FST-STAT PIC X(008).
004090     05  FILLER             PIC X(002) VALUE SPACES.
004100     05  DL280-RPT-FST-READ PIC 9(08).
004110     05  FILLER             PIC X(002) VALUE SPACES.
004120     05  DL280-RPT-FST-REG  PIC 9(08).
004130     05  FILLER             PIC X(002) VALUE SPACES.
004140     05  DL280-RPT-FST-FEED PIC X(064).
004150
004160 01  DL280-RPT-CAL-DETAIL.
004170     05  FILLER             PIC X(002) VALUE SPACES.
004180     05  DL280-RPT-CAL-DATE PIC X(008).
004190     05  FILLER             PIC X(002) VALUE SPACES.
004200     05  DL280-RPT-CAL-MARK PIC X(010).
004210     05  FILLER             PIC X(074) VALUE SPACES.
004220
004230 01  DL280-RPT-COUNT-LINE.
004240     05  DL280-RPT-TAG      PIC X(016).
004250     05  DL280-RPT-CNT      PIC ZZZ,ZZ9.
004260     05  FILLER             PIC X(073) VALUE SPACES.
004270
004280 PROCEDURE DIVISION.
004290*----------------------------------------------------------
004300* 0000-MAINLINE-CONTROL
004310*----------------------------------------------------------
004320 0000-MAINLINE-CONTROL.
004330     PERFORM 1000-INITIALIZE
004340         THRU 1000-INITIALIZE-EXIT.
004350
004360     IF NOT DL280-PARM-GOOD
004370         MOVE "PARAMETER MUST BE DEVICE [HISTORY LINES 1-50]"
004380             TO DossierLine
004390         WRITE DossierLine
004400         PERFORM 9000-TERMINATE
004410             THRU 9000-TERMINATE-EXIT
004420         STOP RUN
004430     END-IF.
004440
004450     PERFORM 2000-SHOW-MASTER
004460         THRU 2000-SHOW-MASTER-EXIT.
004470
004480     PERFORM 3000-SHOW-HISTORY
004490         THRU 3000-SHOW-HISTORY-EXIT.
004500
004510     PERFORM 4000-SHOW-EXCEPTIONS
004520         THRU 4000-SHOW-EXCEPTIONS-EXIT.
004530
004540     PERFORM 5000-SHOW-ALERTS
004550         THRU 5000-SHOW-ALERTS-EXIT.
004560
004570     PERFORM 6000-SHOW-FEED-STATUS
004580         THRU 6000-SHOW-FEED-STATUS-EXIT.
004590
004600     PERFORM 7000-LOAD-RAN-DATES
004610         THRU 7000-LOAD-RAN-DATES-EXIT.
004620
004630     PERFORM 7500-SHOW-CALENDAR
004640         THRU 7500-SHOW-CALENDAR-EXIT.
004650
004660     PERFORM 8000-PRODUCE-TOTALS
004670         THRU 8000-PRODUCE-TOTALS-EXIT.
004680
004690     PERFORM 9000-TERMINATE
004700         THRU 9000-TERMINATE-EXIT.
004710
004720     STOP RUN.
004730
004740*----------------------------------------------------------
004750* 1000-INITIALIZE - CAPTURE THE RUN DATE, EDIT THE DEVICE /
004760* HISTORY-LINES PARAMETER AND OPEN THE REPORT.
004770*----------------------------------------------------------
004780 1000-INITIALIZE.
004790     PERFORM 1300-READ-CONTROL-CARDS
004800         THRU 1300-READ-CONTROL-CARDS-EXIT
004810
004820     OPEN OUTPUT DossierReportFile
004830
004840     ACCEPT DL280-RUN-DATE FROM DATE YYYYMMDD
004850
004860     ACCEPT DL280-PARM-STRING FROM COMMAND-LINE
004870     IF DL280-PARM-STRING NOT = SPACES
004880         MOVE SPACES TO DL280-PARM-DEVICE DL280-PARM-LINES
004890         UNSTRING DL280-PARM-STRING DELIMITED BY ALL SPACE
004900             INTO DL280-PARM-DEVICE DL280-PARM-LINES
004910         END-UNSTRING
004920         PERFORM 1400-EDIT-PARAMETER
004930             THRU 1400-EDIT-PARAMETER-EXIT
004940     END-IF
004950
004960     MOVE DL280-RUN-MM   TO DL280-RPT-MM
004970     MOVE DL280-RUN-DD   TO DL280-RPT-DD
004980     MOVE DL280-RUN-YYYY TO DL280-RPT-YYYY
004990
005000     MOVE DL280-RPT-TITLE    TO DossierLine
005010     WRITE DossierLine
005020     MOVE SPACES             TO DossierLine
005030     WRITE DossierLine
005040     MOVE DL280-RPT-RUN-DATE TO DossierLine
005050     WRITE DossierLine
005060
005070     IF DL280-PARM-GOOD
005080         MOVE DL280-TGT-DEVICE  TO DL280-RPT-DEV
005090         MOVE DL280-RPT-DEVICE  TO DossierLine
005100         WRITE DossierLine
005110     END-IF
005120     MOVE SPACES TO DossierLine
005130     WRITE DossierLine.
005140
005150 1000-INITIALIZE-EXIT.
005160     EXIT.
005170
005180*----------------------------------------------------------
005190* 1300-READ-CONTROL-CARDS - PICK UP THE SHARED FILE-NAME
005200* OVERRIDES FROM THE SAME CARD FILE DAY1 READS.
005210*----------------------------------------------------------
005220 1300-READ-CONTROL-CARDS.
005230     OPEN INPUT ControlCardFile
005240     IF NOT DL280-CONTROL-STATUS-OK
005250         GO TO 1300-READ-CONTROL-CARDS-EXIT
005260     END-IF
005270
005280     READ ControlCardFile
005290       AT END SET EndOfControlCards TO TRUE
005300     END-READ
005310
005320     PERFORM 1310-APPLY-ONE-CARD
005330         THRU 1310-APPLY-ONE-CARD-EXIT
005340         UNTIL EndOfControlCards
005350
005360     CLOSE ControlCardFile.
005370
005380 1300-READ-CONTROL-CARDS-EXIT.
005390     EXIT.
005400
005410 1310-APPLY-ONE-CARD.
005420     IF CC-CARD-AREA = SPACES
005430             OR CC-CARD-AREA(1:1) = "*"
005440         GO TO 1310-READ-NEXT-CARD
005450     END-IF
005460
005470     MOVE SPACES TO DL280-CARD-KEYWORD DL280-CARD-VALUE
005480     UNSTRING CC-CARD-AREA DELIMITED BY "="
005490         INTO DL280-CARD-KEYWORD DL280-CARD-VALUE
005500     END-UNSTRING
005510
005520     EVALUATE DL280-CARD-KEYWORD
005530         WHEN "MASTER"
005540             MOVE DL280-CARD-VALUE TO DL280-MASTER-FILENAME
005550         WHEN "HISTORY"
005560             MOVE DL280-CARD-VALUE TO DL280-HISTORY-FILENAME
005570         WHEN "EXCEPT"
005580             MOVE DL280-CARD-VALUE TO DL280-EXCEPT-FILENAME
005590         WHEN "ALERT"
005600             MOVE DL280-CARD-VALUE TO DL280-ALERT-FILENAME
005610         WHEN "AUDIT"
005620             MOVE DL280-CARD-VALUE TO DL280-AUDIT-FILENAME
005630         WHEN OTHER
005640             CONTINUE
005650     END-EVALUATE.
005660
005670 1310-READ-NEXT-CARD.
005680     READ ControlCardFile
005690       AT END SET EndOfControlCards TO TRUE
005700     END-READ.
005710
005720 1310-APPLY-ONE-CARD-EXIT.
005730     EXIT.
005740
005750*----------------------------------------------------------
005760* 1400-EDIT-PARAMETER - A DEVICE ID, THEN OPTIONALLY THE
005770* NUMBER OF HISTORY LINES WANTED (1 TO 50).
005780*----------------------------------------------------------
005790 1400-EDIT-PARAMETER.
005800     IF DL280-PARM-DEVICE = SPACES
005810             OR DL280-PARM-DEVICE(9:1) NOT = SPACE
005820         GO TO 1400-EDIT-PARAMETER-EXIT
005830     END-IF
005840
005850     IF DL280-PARM-LINES NOT = SPACES
005860         EVALUATE TRUE
005870             WHEN DL280-PARM-LINES(1:1) NUMERIC
005880                     AND DL280-PARM-LINES(2:1) = SPACE
005890                 MOVE DL280-PARM-LINES(1:1) TO DL280-HIST-WANTED
005900             WHEN DL280-PARM-LINES(1:2) NUMERIC
005910                     AND DL280-PARM-LINES(3:1) = SPACE
005920                 MOVE DL280-PARM-LINES(1:2) TO DL280-HIST-WANTED
005930             WHEN OTHER
005940                 GO TO 1400-EDIT-PARAMETER-EXIT
005950         END-EVALUATE
005960         IF DL280-HIST-WANTED < 1
005970                 OR DL280-HIST-WANTED > DL280-HIST-MAX
005980             GO TO 1400-EDIT-PARAMETER-EXIT
005990         END-IF
006000     END-IF
006010
006020     MOVE DL280-PARM-DEVICE(1:8) TO DL280-TGT-DEVICE
006030     MOVE ZERO TO DL280-TGT-LEN
006040     INSPECT DL280-TGT-DEVICE TALLYING DL280-TGT-LEN
006050         FOR CHARACTERS BEFORE INITIAL SPACE
006060     SET DL280-PARM-GOOD TO TRUE.
006070
006080 1400-EDIT-PARAMETER-EXIT.
006090     EXIT.
006100
006110*----------------------------------------------------------
006120* 2000-SHOW-MASTER - THE DEVICE'S MASTER RECORD.  A RETIRED
006130* DEVICE HAS BEEN DELETED FROM THE MASTER, SO "NOT ON THE
006140* MASTER" COVERS BOTH RETIRED AND NEVER-ADDED IDS.
006150*----------------------------------------------------------
006160 2000-SHOW-MASTER.
006170     MOVE "MASTER RECORD" TO DL280-RPT-SECTION-TEXT
006180     MOVE DL280-RPT-SECTION TO DossierLine
006190     WRITE DossierLine
006200
006210     OPEN INPUT MasterFile
006220     IF NOT DL280-MASTER-STATUS-OK
006230         MOVE "  MASTER MISSING OR UNOPENABLE" TO DossierLine
006240         WRITE DossierLine
006250         GO TO 2000-SHOW-MASTER-EXIT
006260     END-IF
006270
006280     MOVE DL280-TGT-DEVICE TO MST-DEVICE-ID
006290     READ MasterFile KEY IS MST-DEVICE-ID
006300       INVALID KEY
006310         MOVE "  NOT ON THE MASTER - RETIRED OR NEVER ADDED"
006320             TO DossierLine
006330         WRITE DossierLine
006340         CLOSE MasterFile
006350         GO TO 2000-SHOW-MASTER-EXIT
006360     END-READ
006370
006380     MOVE MST-FREQUENCY       TO DL280-RPT-FREQ
006390     MOVE DL280-RPT-FREQ-LINE TO DossierLine
006400     WRITE DossierLine
006410     MOVE MST-LAST-RUN-DATE   TO DL280-RPT-LAST
006420     MOVE DL280-RPT-LAST-LINE TO DossierLine
006430     WRITE DossierLine
006440     MOVE MST-STATUS          TO DL280-RPT-ST
006450     EVALUATE MST-STATUS
006460         WHEN "A"
006470             MOVE "ACTIVE"    TO DL280-RPT-ST-DESC
006480         WHEN "S"
006490             MOVE "SUSPENDED" TO DL280-RPT-ST-DESC
006500         WHEN OTHER
006510             MOVE "UNKNOWN"   TO DL280-RPT-ST-DESC
006520     END-EVALUATE
006530     MOVE DL280-RPT-STATUS-LINE TO DossierLine
006540     WRITE DossierLine
006550
006560     CLOSE MasterFile.
006570
006580 2000-SHOW-MASTER-EXIT.
006590     EXIT.
006600
006610*----------------------------------------------------------
006620* 3000-SHOW-HISTORY - ONE PASS OVER THE HISTORY KEEPS THE
006630* DEVICE'S LAST N LINES IN THE RING; THEY PRINT OLDEST FIRST
006640* WITH EACH RUN MARKED APPLIED OR REVERSED.
006650*----------------------------------------------------------
006660 3000-SHOW-HISTORY.
006670     MOVE SPACES TO DossierLine
006680     WRITE DossierLine
006690     MOVE SPACES TO DL280-RPT-SECTION-TEXT
006700     STRING "CALIBRATION HISTORY - LAST "  DELIMITED BY SIZE
006710            DL280-HIST-WANTED              DELIMITED BY SIZE
006720            " RUNS"                        DELIMITED BY SIZE
006730         INTO DL280-RPT-SECTION-TEXT
006740     END-STRING
006750     MOVE DL280-RPT-SECTION TO DossierLine
006760     WRITE DossierLine
006770
006780     OPEN INPUT HistoryFile
006790     IF NOT DL280-HISTORY-STATUS-OK
006800         MOVE "  HISTORY MISSING OR UNOPENABLE" TO DossierLine
006810         WRITE DossierLine
006820         GO TO 3000-SHOW-HISTORY-EXIT
006830     END-IF
006840
006850     READ HistoryFile
006860       AT END SET EndOfHistoryFile TO TRUE
006870     END-READ
006880
006890     PERFORM 3100-KEEP-ONE-LINE
006900         THRU 3100-KEEP-ONE-LINE-EXIT
006910         UNTIL EndOfHistoryFile
006920
006930     CLOSE HistoryFile
006940
006950     IF DL280-HIST-COUNT = ZERO
006960         MOVE "  NONE" TO DossierLine
006970         WRITE DossierLine
006980         GO TO 3000-SHOW-HISTORY-EXIT
006990     END-IF
007000
007010*    THE OLDEST KEPT LINE IS THE ONE AFTER THE LAST WRITTEN,
007020*    OR SLOT 1 WHILE THE RING HAS NOT YET WRAPPED.
007030     IF DL280-HIST-COUNT > DL280-HIST-WANTED
007040         MOVE DL280-HIST-WANTED TO DL280-HIST-SHOWN
007050     ELSE
007060         MOVE DL280-HIST-COUNT  TO DL280-HIST-SHOWN
007070         MOVE ZERO              TO DL280-HIST-SLOT
007080     END-IF
007090
007100     MOVE ZERO TO DL280-HIST-PRINTED
007110     PERFORM 3200-PRINT-ONE-LINE
007120         THRU 3200-PRINT-ONE-LINE-EXIT
007130         UNTIL DL280-HIST-PRINTED >= DL280-HIST-SHOWN.
007140
007150 3000-SHOW-HISTORY-EXIT.
007160     EXIT.
007170
007180 3100-KEEP-ONE-LINE.
007190     IF HST-DEVICE NOT = DL280-TGT-DEVICE
007200         GO TO 3100-READ-NEXT
007210     END-IF
007220
007240     IF HST-REVERSED-TAG = "REVERSED"
007250         ADD 1 TO DL280-HIST-REVERSED
007260     END-IF
007263*    THE K-TH KEPT LINE GOES TO SLOT ((K - 1) MOD N) + 1, SO
007266*    THE COUNT IS TAKEN BEFORE IT IS BUMPED FOR THIS LINE.
007270     DIVIDE DL280-HIST-COUNT BY DL280-HIST-WANTED
007280         GIVING DL280-HIST-QUOT REMAINDER DL280-HIST-SLOT
007290     ADD 1 TO DL280-HIST-SLOT
007295     ADD 1 TO DL280-HIST-COUNT
007300     MOVE HistoryRecord TO DL280-HIST-ENTRY(DL280-HIST-SLOT).
007310
007320 3100-READ-NEXT.
007330     READ HistoryFile
007340       AT END SET EndOfHistoryFile TO TRUE
007350     END-READ.
007360
007370 3100-KEEP-ONE-LINE-EXIT.
007380     EXIT.
007390
007400 3200-PRINT-ONE-LINE.
007410     ADD 1 TO DL280-HIST-PRINTED
007420     ADD 1 TO DL280-HIST-SLOT
007430     IF DL280-HIST-SLOT > DL280-HIST-WANTED
007440         MOVE 1 TO DL280-HIST-SLOT
007450     END-IF
007460
007470     MOVE DL280-HIST-ENTRY(DL280-HIST-SLOT) TO HistoryRecord
007480     IF HST-REVERSED-TAG = "REVERSED"
007490         MOVE "REVERSED" TO DL280-RPT-HIST-MARK
007500     ELSE
007510         MOVE "APPLIED"  TO DL280-RPT-HIST-MARK
007520     END-IF
007530     MOVE HistoryRecord(1:58) TO DL280-RPT-HIST-TEXT
007540     MOVE DL280-RPT-HIST-DETAIL TO DossierLine
007550     WRITE DossierLine.
007560
007570 3200-PRINT-ONE-LINE-EXIT.
007580     EXIT.
007590
007600*----------------------------------------------------------
007610* 4000-SHOW-EXCEPTIONS - THE DEVICE'S OPEN EXCEPTIONS FROM
007620* THE REPAIR QUEUE, GROUPED BY REASON CODE IN CODE ORDER.
007630*----------------------------------------------------------
007640 4000-SHOW-EXCEPTIONS.
007650     MOVE SPACES TO DossierLine
007660     WRITE DossierLine
007670     MOVE "OPEN EXCEPTIONS BY REASON CODE"
007680         TO DL280-RPT-SECTION-TEXT
007690     MOVE DL280-RPT-SECTION TO DossierLine
007700     WRITE DossierLine
007710
007720     OPEN INPUT ExceptionFile
007730     IF NOT DL280-EXCEPT-STATUS-OK
007740         MOVE "  NONE - EXCEPTION QUEUE IS EMPTY" TO DossierLine
007750         WRITE DossierLine
007760         GO TO 4000-SHOW-EXCEPTIONS-EXIT
007770     END-IF
007780
007790     READ ExceptionFile
007800       AT END SET EndOfExceptionFile TO TRUE
007810     END-READ
007820
007830     PERFORM 4100-LOAD-ONE-EXCEPTION
007840         THRU 4100-LOAD-ONE-EXCEPTION-EXIT
007850         UNTIL EndOfExceptionFile
007860
007870     CLOSE ExceptionFile
007880
007890     IF DL280-EXC-COUNT = ZERO
007900         MOVE "  NONE" TO DossierLine
007910         WRITE DossierLine
007920         GO TO 4000-SHOW-EXCEPTIONS-EXIT
007930     END-IF
007940
007950     MOVE ZERO TO DL280-RSN-SUB
007960     PERFORM 4200-PRINT-ONE-REASON
007970         THRU 4200-PRINT-ONE-REASON-EXIT
007980         UNTIL DL280-RSN-SUB >= 100
007990
008000     IF DL280-EXC-OVERFLOW
008010         MOVE "  EXCEPTION TABLE FULL - LATER LINES NOT SHOWN"
008020             TO DossierLine
008030         WRITE DossierLine
008040     END-IF.
008050
008060 4000-SHOW-EXCEPTIONS-EXIT.
008070     EXIT.
008080
008090 4100-LOAD-ONE-EXCEPTION.
008100     IF EXC-DEVICE NOT = DL280-TGT-DEVICE
008110         GO TO 4100-READ-NEXT
008120     END-IF
008130
008140     IF DL280-EXC-COUNT >= 500
008150         SET DL280-EXC-OVERFLOW TO TRUE
008160         GO TO 4100-READ-NEXT
008170     END-IF
008180
008190     IF EXC-REASON NUMERIC
008200         MOVE EXC-REASON TO DL280-RSN-CODE
008210     ELSE
008220         MOVE 99         TO DL280-RSN-CODE
008230     END-IF
008240
008250     ADD 1 TO DL280-EXC-COUNT
008260     MOVE DL280-RSN-CODE  TO DL280-EXC-RSN(DL280-EXC-COUNT)
008270     MOVE ExceptionRecord TO DL280-EXC-LINE(DL280-EXC-COUNT)
008280     COMPUTE DL280-RSN-SUB = DL280-RSN-CODE + 1
008290     ADD 1 TO DL280-RSN-COUNT(DL280-RSN-SUB).
008300
008310 4100-READ-NEXT.
008320     READ ExceptionFile
008330       AT END SET EndOfExceptionFile TO TRUE
008340     END-READ.
008350
008360 4100-LOAD-ONE-EXCEPTION-EXIT.
008370     EXIT.
008380
008390 4200-PRINT-ONE-REASON.
008400     ADD 1 TO DL280-RSN-SUB
008410     IF DL280-RSN-COUNT(DL280-RSN-SUB) = ZERO
008420         GO TO 4200-PRINT-ONE-REASON-EXIT
008430     END-IF
008440
008450     COMPUTE DL280-RSN-CODE = DL280-RSN-SUB - 1
008460     MOVE DL280-RSN-CODE TO DL280-RPT-RSN
008470     MOVE DL280-RSN-COUNT(DL280-RSN-SUB) TO DL280-RPT-RSN-CNT
008480     MOVE DL280-RPT-RSN-HEAD TO DossierLine
008490     WRITE DossierLine
008500
008510     MOVE ZERO TO DL280-EXC-SUB
008520     PERFORM 4300-PRINT-ONE-EXCEPTION
008530         THRU 4300-PRINT-ONE-EXCEPTION-EXIT
008540         UNTIL DL280-EXC-SUB >= DL280-EXC-COUNT.
008550
008560 4200-PRINT-ONE-REASON-EXIT.
008570     EXIT.
008580
008590 4300-PRINT-ONE-EXCEPTION.
008600     ADD 1 TO DL280-EXC-SUB
008610     IF DL280-EXC-RSN(DL280-EXC-SUB) NOT = DL280-RSN-CODE
008620         GO TO 4300-PRINT-ONE-EXCEPTION-EXIT
008630     END-IF
008640
008650     MOVE DL280-EXC-LINE(DL280-EXC-SUB) TO ExceptionRecord
008660     MOVE EXC-SEQ-NO TO DL280-RPT-EXC-SEQ
008670     MOVE EXC-DATE   TO DL280-RPT-EXC-DATE
008680     MOVE EXC-RAW    TO DL280-RPT-EXC-RAW
008690     MOVE EXC-DESC   TO DL280-RPT-EXC-DESC
008700     MOVE DL280-RPT-EXC-DETAIL TO DossierLine
008710     WRITE DossierLine.
008720
008730 4300-PRINT-ONE-EXCEPTION-EXIT.
008740     EXIT.
008750
008760*----------------------------------------------------------
008770* 5000-SHOW-ALERTS - THE ALERT RECORD HAS NO DEVICE FIELD;
008780* THE PROGRAMS NAME THE DEVICE IN THE INPUT-FILE OR MESSAGE
008790* TEXT, SO AN ALERT IS THE DEVICE'S WHEN ITS ID APPEARS IN
008800* EITHER.
008810*----------------------------------------------------------
008820 5000-SHOW-ALERTS.
008830     MOVE SPACES TO DossierLine
008840     WRITE DossierLine
008850     MOVE "UNACKNOWLEDGED ALERTS" TO DL280-RPT-SECTION-TEXT
008860     MOVE DL280-RPT-SECTION TO DossierLine
008870     WRITE DossierLine
008880
008890     OPEN INPUT AlertFile
008900     IF NOT DL280-ALERT-STATUS-OK
008910         MOVE "  NONE" TO DossierLine
008920         WRITE DossierLine
008930         GO TO 5000-SHOW-ALERTS-EXIT
008940     END-IF
008950
008960     READ AlertFile
008970       AT END SET EndOfAlertFile TO TRUE
008980     END-READ
008990
009000     PERFORM 5100-CHECK-ONE-ALERT
009010         THRU 5100-CHECK-ONE-ALERT-EXIT
009020         UNTIL EndOfAlertFile
009030
009040     CLOSE AlertFile
009050
009060     IF DL280-ALERT-COUNT = ZERO
009070         MOVE "  NONE" TO DossierLine
009080         WRITE DossierLine
009090     END-IF.
009100
009110 5000-SHOW-ALERTS-EXIT.
009120     EXIT.
009130
009140 5100-CHECK-ONE-ALERT.
009150     IF AlertRecord = SPACES
009160         GO TO 5100-READ-NEXT
009170     END-IF
009180
009190     MOVE ZERO TO DL280-ALT-HITS
009200     INSPECT ALT-INPUT-FILE TALLYING DL280-ALT-HITS
009210         FOR ALL DL280-TGT-DEVICE(1:DL280-TGT-LEN)
009220     INSPECT ALT-MESSAGE TALLYING DL280-ALT-HITS
009230         FOR ALL DL280-TGT-DEVICE(1:DL280-TGT-LEN)
009240     IF DL280-ALT-HITS = ZERO
009250         GO TO 5100-READ-NEXT
009260     END-IF
009270
009280     ADD 1 TO DL280-ALERT-COUNT
009290     MOVE ALT-RUN-DATE   TO DL280-RPT-ALT-DATE
009300     MOVE ALT-RUN-TIME   TO DL280-RPT-ALT-TIME
009310     MOVE ALT-SEVERITY   TO DL280-RPT-ALT-SEV
009320     MOVE ALT-COMPLETION TO DL280-RPT-ALT-COMP
009330     MOVE ALT-MESSAGE    TO DL280-RPT-ALT-MSG
009340     MOVE DL280-RPT-ALT-DETAIL TO DossierLine
009350     WRITE DossierLine.
009360
009370 5100-READ-NEXT.
009380     READ AlertFile
009390       AT END SET EndOfAlertFile TO TRUE
009400     END-READ.
009410
009420 5100-CHECK-ONE-ALERT-EXIT.
009430     EXIT.
009440
009450*----------------------------------------------------------
009460* 6000-SHOW-FEED-STATUS - THE DEVICE'S ENTRIES IN THE FEED
009470* STATUS FILE DAY1INTK MAINTAINS.
009480*----------------------------------------------------------
009490 6000-SHOW-FEED-STATUS.
009500     MOVE SPACES TO DossierLine
009510     WRITE DossierLine
009520     MOVE "FEED STATUS ENTRIES" TO DL280-RPT-SECTION-TEXT
009530     MOVE DL280-RPT-SECTION TO DossierLine
009540     WRITE DossierLine
009550
009560     OPEN INPUT FeedStatusFile
009570     IF NOT DL280-FEEDSTAT-STATUS-OK
009580         MOVE "  NONE" TO DossierLine
009590         WRITE DossierLine
009600         GO TO 6000-SHOW-FEED-STATUS-EXIT
009610     END-IF
009620
009630     READ FeedStatusFile
009640       AT END SET EndOfFeedStatus TO TRUE
009650     END-READ
009660
009670     PERFORM 6100-CHECK-ONE-FEED
009680         THRU 6100-CHECK-ONE-FEED-EXIT
009690         UNTIL EndOfFeedStatus
009700
009710     CLOSE FeedStatusFile
009720
009730     IF DL280-FEED-COUNT = ZERO
009740         MOVE "  NONE" TO DossierLine
009750         WRITE DossierLine
009760     END-IF.
009770
009780 6000-SHOW-FEED-STATUS-EXIT.
009790     EXIT.
009800
009810 6100-CHECK-ONE-FEED.
009820     IF FST-DEVICE-ID NOT = DL280-TGT-DEVICE
009830         GO TO 6100-READ-NEXT
009840     END-IF
009850
009860     ADD 1 TO DL280-FEED-COUNT
009870     MOVE FST-STATUS    TO DL280-RPT-FST-STAT
009880     MOVE FST-READ-DATE TO DL280-RPT-FST-READ
009890     MOVE FST-REG-DATE  TO DL280-RPT-FST-REG
009900     MOVE FST-FEED-NAME TO DL280-RPT-FST-FEED
009910     MOVE DL280-RPT-FEED-DETAIL TO DossierLine
009920     WRITE DossierLine.
009930
009940 6100-READ-NEXT.
009950     READ FeedStatusFile
009960       AT END SET EndOfFeedStatus TO TRUE
009970     END-READ.
009980
009990 6100-CHECK-ONE-FEED-EXIT.
010000     EXIT.
010010
010020*----------------------------------------------------------
010030* 7000-LOAD-RAN-DATES - EVERY DATE THE AUDIT LOG SHOWS THE
010040* DEVICE RUNNING WITH A FEED, FOR THE CALENDAR CHECK.
010050*----------------------------------------------------------
010060 7000-LOAD-RAN-DATES.
010070     OPEN INPUT AuditFile
010080     IF NOT DL280-AUDIT-STATUS-OK
010090         GO TO 7000-LOAD-RAN-DATES-EXIT
010100     END-IF
010110
010120     READ AuditFile
010130       AT END SET EndOfAuditFile TO TRUE
010140     END-READ
010150
010160     PERFORM 7100-LOAD-ONE-AUDIT
010170         THRU 7100-LOAD-ONE-AUDIT-EXIT
010180         UNTIL EndOfAuditFile
010190
010200     CLOSE AuditFile.
010210
010220 7000-LOAD-RAN-DATES-EXIT.
010230     EXIT.
010240
010250 7100-LOAD-ONE-AUDIT.
010260     MOVE AUD-LINE-AREA(1:10)   TO DL280-AUD-DATE-AREA
010270     MOVE AUD-LINE-AREA(22:8)   TO DL280-AUD-MODE-AREA
010280     MOVE AUD-LINE-AREA(104:8)  TO DL280-AUD-STATUS-AREA
010290     MOVE AUD-LINE-AREA(112:8)  TO DL280-AUD-DEVICE-AREA
010300
010310     IF DL280-AUD-DEVICE-AREA NOT = DL280-TGT-DEVICE
010320         GO TO 7100-READ-NEXT
010330     END-IF
010340
010350     IF DL280-AUD-MODE-AREA NOT = "SINGLE"
010360             AND DL280-AUD-MODE-AREA NOT = "MULTI"
010370         GO TO 7100-READ-NEXT
010380     END-IF
010390
010400     IF DL280-AUD-STATUS-AREA = "NOFEED"
010410             OR DL280-AUD-MM NOT NUMERIC
010420             OR DL280-AUD-DD NOT NUMERIC
010430             OR DL280-AUD-YYYY NOT NUMERIC
010440         GO TO 7100-READ-NEXT
010450     END-IF
010460
010470     MOVE DL280-AUD-YYYY TO DL280-WRK-YYYY
010480     MOVE DL280-AUD-MM   TO DL280-WRK-MM
010490     MOVE DL280-AUD-DD   TO DL280-WRK-DD
010500     PERFORM 7200-LOCATE-RAN-DATE
010510         THRU 7200-LOCATE-RAN-DATE-EXIT
010520     IF DL280-RAN-FOUND
010530         GO TO 7100-READ-NEXT
010540     END-IF
010550
010560     IF DL280-RAN-COUNT >= 1000
010570         SET DL280-RAN-OVERFLOW TO TRUE
010580         GO TO 7100-READ-NEXT
010590     END-IF
010600     ADD 1 TO DL280-RAN-COUNT
010610     MOVE DL280-WRK-DATE TO DL280-RAN-DATE(DL280-RAN-COUNT).
010620
010630 7100-READ-NEXT.
010640     READ AuditFile
010650       AT END SET EndOfAuditFile TO TRUE
010660     END-READ.
010670
010680 7100-LOAD-ONE-AUDIT-EXIT.
010690     EXIT.
010700
010710 7200-LOCATE-RAN-DATE.
010720     SET DL280-RAN-NOT-FOUND TO TRUE
010730     MOVE ZERO TO DL280-RAN-SUB
010740     PERFORM 7210-MATCH-ONE-RAN
010750         THRU 7210-MATCH-ONE-RAN-EXIT
010760         UNTIL DL280-RAN-SUB >= DL280-RAN-COUNT
010770            OR DL280-RAN-FOUND.
010780
010790 7200-LOCATE-RAN-DATE-EXIT.
010800     EXIT.
010810
010820 7210-MATCH-ONE-RAN.
010830     ADD 1 TO DL280-RAN-SUB
010840     IF DL280-RAN-DATE(DL280-RAN-SUB) = DL280-WRK-DATE
010850         SET DL280-RAN-FOUND TO TRUE
010860     END-IF.
010870
010880 7210-MATCH-ONE-RAN-EXIT.
010890     EXIT.
010900
010910*----------------------------------------------------------
010920* 7500-SHOW-CALENDAR - THE DEVICE'S RUN CALENDAR DATES.  A
010930* PAST DATE WITH NO RUN IS MISSED; TODAY'S IS DUE UNTIL IT
010940* RUNS; A LATER ONE IS SCHEDULED.
010950*----------------------------------------------------------
010960 7500-SHOW-CALENDAR.
010970     MOVE SPACES TO DossierLine
010980     WRITE DossierLine
010990     MOVE "RUN CALENDAR" TO DL280-RPT-SECTION-TEXT
011000     MOVE DL280-RPT-SECTION TO DossierLine
011010     WRITE DossierLine
011020
011030     OPEN INPUT CalendarFile
011040     IF NOT DL280-CALEND-STATUS-OK
011050         MOVE "  NONE - NO RUN CALENDAR" TO DossierLine
011060         WRITE DossierLine
011070         GO TO 7500-SHOW-CALENDAR-EXIT
011080     END-IF
011090
011100     READ CalendarFile
011110       AT END SET EndOfCalendar TO TRUE
011120     END-READ
011130
011140     PERFORM 7600-CHECK-ONE-DATE
011150         THRU 7600-CHECK-ONE-DATE-EXIT
011160         UNTIL EndOfCalendar
011170
011180     CLOSE CalendarFile
011190
011200     IF DL280-DUE-COUNT = ZERO
011210         MOVE "  NONE" TO DossierLine
011220         WRITE DossierLine
011230     END-IF
011240
011250     IF DL280-RAN-OVERFLOW
011260         MOVE "  RUN DATE TABLE FULL - MISSED MARKS INCONCLUSIVE"
011270             TO DossierLine
011280         WRITE DossierLine
011290     END-IF.
011300
011310 7500-SHOW-CALENDAR-EXIT.
011320     EXIT.
011330
011340 7600-CHECK-ONE-DATE.
011350     IF CAL-DEVICE-ID NOT = DL280-TGT-DEVICE
011360             OR CAL-DUE-DATE NOT NUMERIC
011370         GO TO 7600-READ-NEXT
011380     END-IF
011390
011400     ADD 1 TO DL280-DUE-COUNT
011410     MOVE CAL-DUE-DATE TO DL280-WRK-DATE
011420     PERFORM 7200-LOCATE-RAN-DATE
011430         THRU 7200-LOCATE-RAN-DATE-EXIT
011440
011450     EVALUATE TRUE
011460         WHEN DL280-RAN-FOUND
011470             MOVE "RAN"       TO DL280-RPT-CAL-MARK
011480         WHEN DL280-WRK-DATE < DL280-RUN-DATE
011490             MOVE "MISSED"    TO DL280-RPT-CAL-MARK
011500             ADD 1 TO DL280-MISSED-COUNT
011510         WHEN DL280-WRK-DATE = DL280-RUN-DATE
011520             MOVE "DUE TODAY" TO DL280-RPT-CAL-MARK
011530         WHEN OTHER
011540             MOVE "SCHEDULED" TO DL280-RPT-CAL-MARK
011550     END-EVALUATE
011560     MOVE CAL-DUE-DATE TO DL280-RPT-CAL-DATE
011570     MOVE DL280-RPT-CAL-DETAIL TO DossierLine
011580     WRITE DossierLine.
011590
011600 7600-READ-NEXT.
011610     READ CalendarFile
011620       AT END SET EndOfCalendar TO TRUE
011630     END-READ.
011640
011650 7600-CHECK-ONE-DATE-EXIT.
011660     EXIT.
011670
011680*----------------------------------------------------------
011690* 8000-PRODUCE-TOTALS - ONE COUNT PER SECTION.
011700*----------------------------------------------------------
011710 8000-PRODUCE-TOTALS.
011720     MOVE SPACES TO DossierLine
011730     WRITE DossierLine
011740
011750     MOVE "HISTORY RUNS..: " TO DL280-RPT-TAG
011760     MOVE DL280-HIST-COUNT   TO DL280-RPT-CNT
011770     MOVE DL280-RPT-COUNT-LINE TO DossierLine
011780     WRITE DossierLine
011790
011800     MOVE "  REVERSED....: " TO DL280-RPT-TAG
011810     MOVE DL280-HIST-REVERSED TO DL280-RPT-CNT
011820     MOVE DL280-RPT-COUNT-LINE TO DossierLine
011830     WRITE DossierLine
011840
011850     MOVE "OPEN EXCEPTIONS:" TO DL280-RPT-TAG
011860     MOVE DL280-EXC-COUNT    TO DL280-RPT-CNT
011870     MOVE DL280-RPT-COUNT-LINE TO DossierLine
011880     WRITE DossierLine
011890
011900     MOVE "OPEN ALERTS...: " TO DL280-RPT-TAG
011910     MOVE DL280-ALERT-COUNT  TO DL280-RPT-CNT
011920     MOVE DL280-RPT-COUNT-LINE TO DossierLine
011930     WRITE DossierLine
011940
011950     MOVE "FEED ENTRIES..: " TO DL280-RPT-TAG
011960     MOVE DL280-FEED-COUNT   TO DL280-RPT-CNT
011970     MOVE DL280-RPT-COUNT-LINE TO DossierLine
011980     WRITE DossierLine
011990
012000     MOVE "CALENDAR DATES: " TO DL280-RPT-TAG
012010     MOVE DL280-DUE-COUNT    TO DL280-RPT-CNT
012020     MOVE DL280-RPT-COUNT-LINE TO DossierLine
012030     WRITE DossierLine
012040
012050     MOVE "  MISSED......: " TO DL280-RPT-TAG
012060     MOVE DL280-MISSED-COUNT TO DL280-RPT-CNT
012070     MOVE DL280-RPT-COUNT-LINE TO DossierLine
012080     WRITE DossierLine.
012090
012100 8000-PRODUCE-TOTALS-EXIT.
012110     EXIT.
012120
012130*----------------------------------------------------------
012140* 9000-TERMINATE - CLOSE FILES
012150*----------------------------------------------------------
012160 9000-TERMINATE.
012170     CLOSE DossierReportFile.
012180
012190 9000-TERMINATE-EXIT.
012200     EXIT.
