001560*                 AND RAISES THE ALERT.  A NOFEED CYCLE RUN
001570*                 NO LONGER CLAIMS A CONFIRMED DUPLICATE.
001580*                 THE RESTART PATH NO LONGER SEEDS THE
001581*                 EXCEPTION SEQUENCE FROM THE RUN'S
001582*                 EXCEPTION COUNT (THE CONTROL FILE AND
001583*                 LIVE-FILE SCAN ALONE SET IT).
001584* 2026-09-02  DA  MASTER RECORDS NOW CARRY A STATUS BYTE
001585*                 MAINTAINED BY THE NEW DAY1MNT PROGRAM
001586*                 (ACTIVE/SUSPENDED).  A MULTI RUN SKIPS A
001587*                 SUSPENDED DEVICE'S FEED AND REPORTS IT
001588*                 SUSPEND INSTEAD OF SUMMING IT.
001589* 2026-09-02  DA  MASTERFILE REDESIGNED AS A KEYED INDEXED
001590*                 FILE (RECORD KEY MST-DEVICE-ID).  EACH
001591*                 DEVICE'S RECORD IS READ AND REWRITTEN IN
001592*                 PLACE, SO THE 200-DEVICE MASTER TABLE, ITS
001593*                 OVFLOW REFUSAL, AND THE FULL-FILE REWRITE
001594*                 WINDOW ARE ALL GONE.  A LEGACY SEQUENTIAL
001595*                 MASTER IS LOADED ONCE THROUGH THE NEW
001596*                 DAY1CNVT UTILITY.  THE DEVICE DIRECTORY
001597*                 TABLE GROWS TO 1000 ENTRIES FOR THE
001598*                 FORECAST 600-DEVICE SUITE.
001599* 2026-09-02  DA  A MULTI RUN NOW APPENDS ONE AUDIT LINE PER
001600*                 DEVICE FEED (MODE MULTI, THE FEED NAME IN
001601*                 THE FILE COLUMN) AHEAD OF THE CONSOLIDATED
001602*                 LINE, SO THE DAY1INTK FEED-STATUS POST CAN
001603*                 MARK EACH FEED PROCESSED OR FAILED FROM THE
001604*                 AUDIT RESULTS.  A SKIPPED SUSPENDED DEVICE
001605*                 LOGS SUSPEND.
001606* 2026-09-02  DA  AUDIT LINES NOW CARRY THE DEVICE ID IN
001607*                 COLUMNS 112-119 (PREVIOUSLY FILLER) SO THE
001608*                 END-OF-DAY COMPLETENESS CHECK (DAY1CMPL)
001609*                 CAN RECONCILE THE RUN CALENDAR AGAINST THE
001610*                 DAY'S AUDIT LINES BY DEVICE.
001611* 2026-09-03  DA  ADDED THE EXTENDED "DT" DETAIL RECORD THE
001612*                 NEWER BENCH INSTRUMENTS EMIT: MARKER, THE
001613*                 SIGNED CHANGE IN THE USUAL FORM, SEQUENCE
001614*                 IN COLUMNS 10-14, A CAPTURE TIMESTAMP, AND
001615*                 A QUALITY CODE (G GOOD, S SUSPECT, F FAILED
001616*                 SELF-TEST).  G POSTS NORMALLY, F GOES TO
001617*                 THE EXCEPTION QUEUE WITH ITS OWN REASON
001618*                 CODE, AND WHETHER S POSTS OR REJECTS IS THE
001619*                 QUALITY=STRICT/LENIENT CONTROL CARD
001620*                 (DEFAULT LENIENT).  THE REPORT BREAKS OUT
001621*                 READING COUNTS BY QUALITY CODE, PER DEVICE
001622*                 IN A MULTI RUN.
001623* 2026-09-03  DA  ADDED THE SHARED-FILE RUN INTERLOCK.  A
001624*                 LOCK RECORD (PROGRAM, DATE/TIME, FILES
001625*                 HELD) IS CLAIMED IN DAY1-LOCK.DAT AT START
001626*                 AND RELEASED AT TERMINATION; A CONFLICTING
001627*                 START ENDS WITH A LOCKED AUDIT LINE AND AN
001628*                 ALERT INSTEAD OF RACING ANOTHER PROGRAM ON
001629*                 THE LIVE FILES.  A LEADING "FORCE" RUN
001630*                 PARAMETER BREAKS A STALE LOCK LEFT BY AN
001631*                 ABEND.  ALL THE PROGRAMS THAT REWRITE THE
001632*                 SHARED FILES HONOR THE SAME PROTOCOL.
001633* 2026-10-15  DA  A MULTI RUN LOOKS EACH SUMMED DEVICE UP IN
001634*                 THE KEYED DEVICE REFERENCE FILE (DEVREF=
001635*                 CARD, DEFAULT DAY1-DEVREF.DAT).  A DEVICE
001636*                 WHOSE CERTIFICATION (LAST DATE PLUS
001637*                 INTERVAL) IS PAST DUE STILL POSTS, BUT IS
001638*                 CALLED OUT ON THE REPORT AND RAISES A
001639*                 WARNING ALERT (COMPLETION "CERTDUE").
001640* 2026-10-15  DA  KEEP A PER-DEVICE CHANGE PROFILE (PROFILE=
001641*                 CARD, DEFAULT DAY1-PROFILE.DAT) HOLDING THE
001642*                 MEAN AND STANDARD DEVIATION OF THE DEVICE'S
001643*                 POSTED CHANGES, REFOLDED AFTER EACH POSTED
001644*                 RUN.  A CHANGE MORE THAN OUTLIER= (DEFAULT
001645*                 5) DEVIATIONS FROM THE MEAN IS HELD OUT OF
001646*                 THE TOTAL AND QUEUED WITH REASON 07 FOR
001647*                 DAY1RPR TO RELEASE OR CORRECT.  HELD CHANGES
001648*                 STILL COUNT TOWARD THE TRAILER, AND THE
001649*                 MULTI REPORT SHOWS OUTLIERS PER DEVICE.
001650* 2026-10-15  DA  EVERY MASTER WRITE OR REWRITE IS APPENDED TO
001651*                 THE MASTER CHANGE JOURNAL (JOURNAL= CARD,
001652*                 DEFAULT DAY1-JOURNAL.DAT) WITH THE BEFORE
001653*                 AND AFTER IMAGES, SO DAY1JRNL CAN REBUILD A
001654*                 DEVICE'S MASTER AS OF ANY MOMENT.
001655* 2026-10-15  DA  A "TRIAL" RUN PARAMETER (AFTER FORCE, IF
001656*                 GIVEN) PREVIEWS A SINGLE OR MULTI RUN: EVERY
001657*                 EDIT RUNS AND THE REPORT PRINTS, MARKED
001658*                 TRIAL, BUT THE MASTER, PROFILE, HISTORY,
001659*                 EXTRACT, EXCEPTION QUEUE, SEQUENCE CONTROL
001660*                 AND RESTART FILES ARE LEFT AS THEY WERE.
001661*                 WOULD-BE REJECTS ARE LISTED ON THE REPORT,
001662*                 NO ALERTS ARE RAISED, AND THE ONE AUDIT
001663*                 LINE CARRIES MODE AND STATUS "TRIAL" SO NO
001664*                 DOWNSTREAM PROGRAM COUNTS IT AS A RUN.
001672*----------------------------------------------------------
001673 ENVIRONMENT DIVISION.
001674 CONFIGURATION SECTION.
002110     SELECT AlertFile ASSIGN TO DYNAMIC DL100-ALERT-FILENAME
002120                ORGANIZATION IS LINE SEQUENTIAL
002130                FILE STATUS IS DL100-ALERT-STATUS.
002131
002132     SELECT DeviceRefFile
002133                ASSIGN TO DYNAMIC DL100-DEVREF-FILENAME
002134                ORGANIZATION IS INDEXED
002135                ACCESS MODE IS RANDOM
002136                RECORD KEY IS REF-DEVICE-ID
002137                FILE STATUS IS DL100-DEVREF-STATUS.
002138
002139     SELECT ProfileFile
002140                ASSIGN TO DYNAMIC DL100-PROFILE-FILENAME
002141                ORGANIZATION IS INDEXED
002142                ACCESS MODE IS RANDOM
002143                RECORD KEY IS PRF-DEVICE-ID
002144                FILE STATUS IS DL100-PROFILE-STATUS.
002145
002146     SELECT JournalFile
002147                ASSIGN TO DYNAMIC DL100-JOURNAL-FILENAME
002148                ORGANIZATION IS LINE SEQUENTIAL
002149                FILE STATUS IS DL100-JOURNAL-STATUS.
002150
002151     SELECT SeqControlFile ASSIGN TO "day1-seqctl.dat"
002160                ORGANIZATION IS LINE SEQUENTIAL
002170                FILE STATUS IS DL100-SEQCTL-STATUS.
002180
002778     02  RST-QUAL-GOOD-COUNT   PIC 9(05).
002782     02  RST-QUAL-SUSP-COUNT   PIC 9(05).
002784     02  RST-QUAL-FAIL-COUNT   PIC 9(05).
002786*    OUTLIER HOLD AND PROFILE TOTALS, APPENDED THE SAME WAY.
002788     02  RST-OUTLIER-COUNT     PIC 9(05).
002790     02  RST-HELD-TOTAL        PIC S9(6) SIGN LEADING SEPARATE.
002792     02  RST-RUN-CHG-COUNT     PIC 9(07).
002794     02  RST-RUN-SUM-SQUARES   PIC 9(16).
002796
002798 FD  MasterFile.
002800 01  MasterRecord.
002820     02  MST-DEVICE-ID      PIC X(08).
002830     02  MST-FREQUENCY      PIC S9(6) SIGN LEADING
002840                                SEPARATE.
002850     02  MST-LAST-RUN-DATE  PIC 9(08).
002855     02  MST-STATUS         PIC X(01).
002856
002857*----------------------------------------------------------
002858* CHANGE PROFILE RECORD - ONE PER DEVICE, REFOLDED AFTER EACH
002859* POSTED RUN.  THE RUNNING SUMS ARE KEPT SO A RUN CAN BE ADDED
002860* IN EXACTLY; THE MEAN AND STANDARD DEVIATION THE OUTLIER
002861* TEST USES ARE DERIVED FROM THEM.
002862*----------------------------------------------------------
002863 FD  ProfileFile.
002864 01  ProfileRecord.
002865     02  PRF-DEVICE-ID      PIC X(08).
002866     02  PRF-SAMPLE-COUNT   PIC 9(07).
002867     02  PRF-RUN-COUNT      PIC 9(05).
002868     02  PRF-MEAN-CHANGE    PIC S9(6)V99 SIGN LEADING
002869                                SEPARATE.
002870     02  PRF-STD-DEVIATION  PIC 9(7)V99.
002871     02  PRF-SUM-CHANGES    PIC S9(13)V99 SIGN LEADING
002872                                SEPARATE.
002873     02  PRF-SUM-SQUARES    PIC 9(16)V99.
002874     02  PRF-LAST-UPDATE    PIC 9(08).
002875
002876*----------------------------------------------------------
002877* MASTER CHANGE JOURNAL - ONE RECORD PER MASTER WRITE,
002878* REWRITE OR DELETE BY ANY PROGRAM, CARRYING THE WHOLE
002879* MASTER RECORD BEFORE AND AFTER.  A SWITCH OF "N" MEANS NO
002880* IMAGE (NO BEFORE FOR AN ADD, NO AFTER FOR A DELETE).
002881*----------------------------------------------------------
002882 FD  JournalFile.
002883 01  JournalRecord.
002884     02  JRN-DEVICE-ID      PIC X(08).
002885     02  JRN-PROGRAM        PIC X(08).
002886     02  JRN-DATE           PIC 9(08).
002887     02  JRN-TIME           PIC 9(06).
002888     02  JRN-RUN-ID         PIC X(40).
002889     02  JRN-ACTION         PIC X(08).
002890     02  JRN-BEFORE-SW      PIC X(01).
002891     02  JRN-BEFORE-IMAGE   PIC X(24).
002892     02  JRN-AFTER-SW       PIC X(01).
002893     02  JRN-AFTER-IMAGE    PIC X(24).
002894
002895*----------------------------------------------------------
002896* DEVICE REFERENCE RECORD - MAINTAINED BY DAY1MNT.  A MULTI
002897* RUN READS IT ONLY FOR THE CERTIFICATION DUE DATE: LAST
002898* CERTIFICATION DATE PLUS THE INTERVAL IN DAYS.
002899*----------------------------------------------------------
002900 FD  DeviceRefFile.
002901 01  DeviceRefRecord.
002902     02  REF-DEVICE-ID      PIC X(08).
002903     02  REF-LAB            PIC X(12).
002904     02  REF-LOCATION       PIC X(20).
002905     02  REF-MODEL          PIC X(20).
002906     02  REF-LAST-CERT-DATE PIC 9(08).
002907     02  REF-CERT-INTERVAL  PIC 9(04).
002908
002920 FD  HistoryFile.
002930 01  HistoryLine            PIC X(080).
002940
004480* BARE INPUTFILE NAME OVERRIDE INSTEAD, WITH THE MODE
004490* DEFAULTING TO SINGLE, E.G.
004500*     DEVICE07-CAL.TXT
004502* A LEADING "TRIAL" TOKEN (AFTER "FORCE", IF BOTH ARE
004504* GIVEN) MAKES THE RUN A NO-POST PREVIEW, E.G.
004506*     TRIAL MULTI
004508*     TRIAL DEVICE07-CAL.TXT
004510*----------------------------------------------------------
004520 01  DL100-PARM-AREA.
004530     02  DL100-PARM-STRING      PIC X(080).
004620         88  DL100-MULTI-MODE   VALUE "MULTI".
004630     02  DL100-INPUT-FILENAME   PIC X(080)
004640                                VALUE "input-cobol.txt".
004641     02  DL100-TRIAL-SW         PIC X(01) VALUE "N".
004642         88  DL100-TRIAL-RUN    VALUE "Y".
004643
004644*----------------------------------------------------------
004645* TRIAL RUN REJECT LIST - A TRIAL RUN LEAVES THE EXCEPTION
004646* QUEUE ALONE, SO THE LINES IT WOULD HAVE QUEUED ARE HELD
004647* HERE AND LISTED ON THE REPORT INSTEAD.  REJECTS BEYOND
004648* THE TABLE ARE COUNTED, NOT LISTED.
004649*----------------------------------------------------------
004650 01  DL100-TRIAL-REJECTS.
004651     02  DL100-TRJ-COUNT        PIC 9(05) COMP VALUE ZERO.
004652     02  DL100-TRJ-SUB          PIC 9(05) COMP VALUE ZERO.
004653     02  DL100-TRJ-UNLISTED     PIC 9(07) COMP VALUE ZERO.
004654     02  DL100-TRJ-LINE         PIC X(080)
004655         OCCURS 500 TIMES.
004656
004660*----------------------------------------------------------
004670* OUTPUT AND CONTROL FILE NAMES - THE DEFAULTS ARE THE NAMES
004680* THE PROGRAM HAS ALWAYS USED; A CONTROL CARD (REPORT=,
004900                                VALUE "day1-limits.dat".
004910     02  DL100-ALERT-FILENAME   PIC X(080)
004920                                VALUE "day1-alert.dat".
004921     02  DL100-DEVREF-FILENAME  PIC X(080)
004922                                VALUE "day1-devref.dat".
004923     02  DL100-PROFILE-FILENAME PIC X(080)
004924                                VALUE "day1-profile.dat".
004925     02  DL100-JOURNAL-FILENAME PIC X(080)
004926                                VALUE "day1-journal.dat".
004930
004940 01  DL100-CONTROL-STATUS       PIC X(02) VALUE SPACES.
004950     88  DL100-CONTROL-STATUS-OK    VALUE "00".
005460     02  DL100-GRAND-TOTAL      PIC S9(8) VALUE ZERO.
005470     02  DL100-TOTAL-REC-COUNT  PIC 9(07) COMP VALUE ZERO.
005480     02  DL100-TOTAL-EXCEPT-CNT PIC 9(07) COMP VALUE ZERO.
005481
005482 01  DL100-DEVREF-STATUS        PIC X(02) VALUE SPACES.
005483     88  DL100-DEVREF-STATUS-OK     VALUE "00".
005484     88  DL100-DEVREF-NOT-FOUND     VALUE "35".
005485
005486 01  DL100-PROFILE-STATUS       PIC X(02) VALUE SPACES.
005487     88  DL100-PROFILE-STATUS-OK    VALUE "00".
005488     88  DL100-PROFILE-NOT-FOUND    VALUE "35".
005489
005490 01  DL100-JOURNAL-STATUS       PIC X(02) VALUE SPACES.
005491     88  DL100-JOURNAL-STATUS-OK    VALUE "00".
005492     88  DL100-JOURNAL-NOT-FOUND    VALUE "35".
005493
005494 01  DL100-JOURNAL-WORK.
005495     02  DL100-JRN-BEFORE-SW    PIC X(01) VALUE "N".
005496     02  DL100-JRN-BEFORE       PIC X(24) VALUE SPACES.
005497     02  DL100-JRN-CLOCK        PIC 9(08) VALUE ZERO.
005498
005499*----------------------------------------------------------
005500* CERTIFICATION CHECK (MULTI) - THE DUE DATE AND THE RUN DATE
005501* ARE BOTH TURNED INTO DAY NUMBERS (4520) SO THE INTERVAL CAN
005502* BE ADDED ACROSS MONTH AND YEAR ENDS.
005503*----------------------------------------------------------
005504 01  DL100-CERT-CONTROL.
005505     02  DL100-DEVREF-OPEN-SW   PIC X(01) VALUE "N".
005506         88  DL100-DEVREF-OPEN      VALUE "Y".
005507     02  DL100-CERT-PASTDUE-CNT PIC 9(05) COMP VALUE ZERO.
005508     02  DL100-CERT-DUE-DAYS    PIC 9(07) COMP VALUE ZERO.
005509     02  DL100-CERT-RUN-DAYS    PIC 9(07) COMP VALUE ZERO.
005510     02  DL100-DATE-IN          PIC 9(08) VALUE ZERO.
005511     02  DL100-DATE-IN-X REDEFINES DL100-DATE-IN.
005512         03  DL100-DATE-IN-YYYY PIC 9(04).
005513         03  DL100-DATE-IN-MM   PIC 9(02).
005514         03  DL100-DATE-IN-DD   PIC 9(02).
005515     02  DL100-DATE-Y           PIC 9(05) COMP VALUE ZERO.
005516     02  DL100-DATE-M           PIC 9(03) COMP VALUE ZERO.
005517     02  DL100-DATE-Q4          PIC 9(05) COMP VALUE ZERO.
005518     02  DL100-DATE-Q100        PIC 9(05) COMP VALUE ZERO.
005519     02  DL100-DATE-Q400        PIC 9(05) COMP VALUE ZERO.
005520     02  DL100-DATE-MDAYS       PIC 9(05) COMP VALUE ZERO.
005521     02  DL100-DATE-DAYS        PIC 9(07) COMP VALUE ZERO.
005522
005560 01  DL100-DEVICE-TABLE.
005570     02  DL100-DEV-ENTRY OCCURS 1000 TIMES.
005580         03  DL100-DEV-ID       PIC X(08).
005632         03  DL100-DEV-QUAL-G   PIC 9(05) COMP.
005634         03  DL100-DEV-QUAL-S   PIC 9(05) COMP.
005636         03  DL100-DEV-QUAL-F   PIC 9(05) COMP.
005638         03  DL100-DEV-CERT-SW  PIC X(01).
005640         03  DL100-DEV-CERT-LAST PIC 9(08).
005642         03  DL100-DEV-CERT-INTVL PIC 9(04).
005644         03  DL100-DEV-OUTLIERS PIC 9(05) COMP.
005646
005650*----------------------------------------------------------
005660* CYCLE-DETECTION WORKING STORAGE
005670*----------------------------------------------------------
006042         88  DL100-RSN-FAILED-TEST  VALUE "04".
006044         88  DL100-RSN-SUSPECT      VALUE "05".
006046         88  DL100-RSN-BAD-QUALITY  VALUE "06".
006048         88  DL100-RSN-OUTLIER      VALUE "07".
006050     02  DL100-EXCEPT-COUNT     PIC 9(07) COMP VALUE ZERO.
006060     02  DL100-EXCEPT-SEQ       PIC 9(05) VALUE ZERO.
006070     02  DL100-SCAN-SEQ         PIC 9(05) VALUE ZERO.
006106     02  DL100-QUAL-SUSP-COUNT  PIC 9(05) COMP VALUE ZERO.
006108     02  DL100-QUAL-FAIL-COUNT  PIC 9(05) COMP VALUE ZERO.
006110
006111*----------------------------------------------------------
006112* CHANGE PROFILE WORKING STORAGE - A VALID CHANGE FURTHER
006113* FROM THE DEVICE'S MEAN THAN OUTLIER= STANDARD DEVIATIONS IS
006114* HELD OUT OF THE TOTAL AND QUEUED WITH REASON 07.  NO TEST IS
006115* MADE UNTIL THE PROFILE HOLDS OUTLIERMIN= CHANGES, AND
006116* OUTLIER=0 TURNS THE TEST OFF.  THE WEIGHT CAP KEEPS THE
006117* PROFILE TO ROUGHLY THE LAST THOUSAND CHANGES SO IT FOLLOWS
006118* AN INSTRUMENT WHOSE NORMAL BEHAVIOR SHIFTS OVER TIME.
006119*----------------------------------------------------------
006120 01  DL100-PROFILE-CONTROL.
006121     02  DL100-PRF-OPEN-SW      PIC X(01) VALUE "N".
006122         88  DL100-PRF-OPEN         VALUE "Y".
006123     02  DL100-PRF-FOUND-SW     PIC X(01) VALUE "N".
006124         88  DL100-PRF-FOUND        VALUE "Y".
006125         88  DL100-PRF-NOT-FOUND    VALUE "N".
006126     02  DL100-OUTLIER-FACTOR   PIC 9(03) VALUE 5.
006127     02  DL100-OUTLIER-MINIMUM  PIC 9(07) VALUE 30.
006128     02  DL100-PRF-WEIGHT-CAP   PIC 9(07) VALUE 1000.
006129     02  DL100-PRF-COUNT-WRK    PIC 9(07) VALUE ZERO.
006130     02  DL100-PRF-MEAN-WRK     PIC S9(6)V99 VALUE ZERO.
006131     02  DL100-PRF-STDDEV-WRK   PIC 9(7)V99 VALUE ZERO.
006132     02  DL100-OUTLIER-COUNT    PIC 9(05) COMP VALUE ZERO.
006133     02  DL100-HELD-TOTAL       PIC S9(6) VALUE ZERO.
006134     02  DL100-RUN-CHG-COUNT    PIC 9(07) COMP VALUE ZERO.
006135     02  DL100-RUN-SUM-SQUARES  PIC 9(16) VALUE ZERO.
006136     02  DL100-DEVIATION        PIC S9(7)V99 VALUE ZERO.
006137     02  DL100-DEVIATION-LIMIT  PIC 9(10)V99 VALUE ZERO.
006138     02  DL100-SPREAD           PIC 9(7)V99 VALUE ZERO.
006139     02  DL100-VARIANCE         PIC S9(13)V99 VALUE ZERO.
006140     02  DL100-ROOT-GUESS       PIC 9(13)V99 VALUE ZERO.
006141
006142*----------------------------------------------------------
006143* EXCEPTION SEQUENCE HIGH-WATER CONTROL FILE - THE REPAIR
006144* DEQUEUE AND THE PERIOD CLOSE BOTH REMOVE LINES FROM THE
006145* LIVE EXCEPTION FILE, SO THE LIVE FILE ALONE CANNOT PROVE
006146* WHAT THE HIGHEST KEY EVER ISSUED WAS.  THE CONTROL FILE
006147* REMEMBERS IT ACROSS GENERATIONS SO A KEY IS NEVER REISSUED
006150* AND A STALE CORRECTION CAN NEVER MATCH A NEW EXCEPTION.
006160*----------------------------------------------------------
006170 01  DL100-SEQCTL-STATUS        PIC X(02) VALUE SPACES.
007570*----------------------------------------------------------
007580 01  DL100-RPT-TITLE.
007590     05  FILLER    PIC X(028) VALUE "DAY1 CALIBRATION RUN REPORT".
007600     05  DL100-RPT-TITLE-MARK PIC X(052) VALUE SPACES.
007610
007620 01  DL100-RPT-RUN-DATE.
007630     05  FILLER            PIC X(016) VALUE "RUN DATE.....: ".
007710 01  DL100-RPT-RUN-MODE.
007720     05  FILLER            PIC X(016) VALUE "RUN MODE.....: ".
007730     05  DL100-RPT-MODE    PIC X(008).
007740     05  DL100-RPT-MODE-NOTE PIC X(056) VALUE SPACES.
007750
007760 01  DL100-RPT-INPUT-FILE.
007770     05  FILLER              PIC X(016) VALUE "INPUT FILE...: ".
008040     05  DL100-RPT-RECON-CMP PIC -(6)9.
008050     05  FILLER              PIC X(019) VALUE SPACES.
008060
008061 01  DL100-RPT-OUTLIERS.
008062     05  FILLER              PIC X(016) VALUE "OUTLIERS HELD: ".
008063     05  DL100-RPT-OUTL-CNT  PIC ZZZZ9.
008064     05  FILLER              PIC X(003) VALUE SPACES.
008065     05  FILLER              PIC X(012) VALUE "HELD TOTAL: ".
008066     05  DL100-RPT-OUTL-HELD PIC -(6)9.
008067     05  FILLER              PIC X(037) VALUE SPACES.
008068
008070 01  DL100-RPT-STATS-COUNTS.
008080     05  FILLER              PIC X(016) VALUE "POS CHANGES...: ".
008090     05  DL100-RPT-POS-CNT   PIC ZZZ,ZZ9.
008680     05  DL100-RPT-PASS-SEEN PIC Z,ZZZ,ZZ9.
008690     05  FILLER              PIC X(031) VALUE SPACES.
008700
008701 01  DL100-RPT-CERT-COUNT.
008702     05  FILLER              PIC X(025)
008703                             VALUE "CERTIFICATION PAST DUE: ".
008704     05  DL100-RPT-CERT-CNT  PIC ZZZZ9.
008705     05  FILLER              PIC X(050) VALUE SPACES.
008706
008710 01  DL100-RPT-LIMIT-CHECK.
008720     05  FILLER               PIC X(016) VALUE "LIMIT CHECK..: ".
008730     05  DL100-RPT-LIM-STAT   PIC X(008).
008830
008840 01  DL100-RPT-DEV-HEADER.
008850     05  FILLER               PIC X(010) VALUE "DEVICE".
008860     05  FILLER               PIC X(026) VALUE "FEED FILE".
008870     05  FILLER               PIC X(009) VALUE "  START".
008880     05  FILLER               PIC X(009) VALUE "    END".
008890     05  FILLER               PIC X(009) VALUE "RECORDS".
008896     05  FILLER               PIC X(007) VALUE "OUTLR".
008902     05  FILLER               PIC X(010) VALUE "STATUS".
008910
008920 01  DL100-RPT-DEV-LINE.
008930     05  DL100-RPT-DEV-ID     PIC X(008).
008940     05  FILLER               PIC X(002) VALUE SPACES.
008950     05  DL100-RPT-DEV-FEED   PIC X(024).
008960     05  FILLER               PIC X(002) VALUE SPACES.
008970     05  DL100-RPT-DEV-START  PIC -(6)9.
008980     05  FILLER               PIC X(002) VALUE SPACES.
009000     05  FILLER               PIC X(002) VALUE SPACES.
009010     05  DL100-RPT-DEV-RECS   PIC ZZZ,ZZ9.
009020     05  FILLER               PIC X(002) VALUE SPACES.
009023     05  DL100-RPT-DEV-OUTL   PIC ZZZZ9.
009026     05  FILLER               PIC X(002) VALUE SPACES.
009030     05  DL100-RPT-DEV-STAT   PIC X(008).
009040     05  FILLER               PIC X(002) VALUE SPACES.
009050
009060 01  DL100-RPT-DEVICE-CNT.
009070     05  FILLER               PIC X(016) VALUE "DEVICES RUN..: ".
009080     05  DL100-RPT-DEV-CNT    PIC ZZZ9.
009090     05  FILLER               PIC X(060) VALUE SPACES.
009091
009092 01  DL100-RPT-TRIAL-OUTCOME.
009093     05  FILLER               PIC X(016) VALUE "TRIAL OUTCOME: ".
009094     05  DL100-RPT-TRL-CODE   PIC X(008).
009095     05  FILLER               PIC X(011) VALUE "  REJECTS: ".
009096     05  DL100-RPT-TRL-REJ    PIC Z,ZZZ,ZZ9.
009097     05  FILLER               PIC X(036) VALUE SPACES.
009098
009099 01  DL100-RPT-TRIAL-UNLISTED.
009100     05  FILLER               PIC X(025)
009101                              VALUE "REJECTS NOT LISTED.....: ".
009102     05  DL100-RPT-TRL-UNL    PIC Z,ZZZ,ZZ9.
009103     05  FILLER               PIC X(046) VALUE SPACES.
009104
009110 01  DL100-RPT-GRAND-TOTAL.
009120     05  FILLER               PIC X(016) VALUE "GRAND TOTAL..: ".
009130     05  DL100-RPT-GRAND-VAL  PIC -(8)9.
009188     05  FILLER               PIC X(004) VALUE " F: ".
009192     05  DL100-RPT-DQ-F       PIC ZZZZ9.
009194     05  FILLER               PIC X(036) VALUE SPACES.
009195
009196 01  DL100-RPT-DEV-CERT.
009197     05  FILLER               PIC X(010) VALUE SPACES.
009198     05  FILLER               PIC X(029)
009199                         VALUE "CERTIFICATION PAST DUE  LAST:".
009200     05  DL100-RPT-DC-LAST    PIC 9(08).
009201     05  FILLER               PIC X(009) VALUE "  INTVL: ".
009202     05  DL100-RPT-DC-INTVL   PIC ZZZ9.
009203     05  FILLER               PIC X(005) VALUE " DAYS".
009204     05  FILLER               PIC X(015) VALUE SPACES.
009205 PROCEDURE DIVISION.
009206*----------------------------------------------------------
009207* 0000-MAINLINE-CONTROL
009208*----------------------------------------------------------
009209 0000-MAINLINE-CONTROL.
009210     PERFORM 1000-INITIALIZE
009211         THRU 1000-INITIALIZE-EXIT.
009220
009221*    ANOTHER PROGRAM HOLDS THE SHARED FILES - END LOCKED
009222*    RATHER THAN RACE IT.
009400     PERFORM 8000-PRODUCE-REPORT
009410         THRU 8000-PRODUCE-REPORT-EXIT.
009420
009421     IF DL100-TRIAL-RUN
009422         PERFORM 8090-WRITE-TRIAL-SUMMARY
009423             THRU 8090-WRITE-TRIAL-SUMMARY-EXIT
009424     END-IF.
009425
009430     PERFORM 9500-WRITE-AUDIT-LOG
009440         THRU 9500-WRITE-AUDIT-LOG-EXIT.
009450
009453*    A TRIAL RUN'S OUTCOME IS ON ITS REPORT ONLY - NOTHING
009456*    POSTED, SO THERE IS NOTHING FOR THE CONSOLE TO CHASE.
009460     IF NOT DL100-COMPLETION-NORMAL
009465             AND NOT DL100-TRIAL-RUN
009470         PERFORM 8600-WRITE-ALERT
009480             THRU 8600-WRITE-ALERT-EXIT
009490     END-IF.
009732             THRU 1050-STRIP-LEADING-SPACES-EXIT
009733     END-IF
009734
009735*    A LEADING "TRIAL" TOKEN RUNS EVERY EDIT AND PRINTS THE
009736*    REPORT BUT POSTS NOTHING TO THE LIVE FILES.
009737     IF DL100-PARM-STRING(1:6) = "TRIAL "
009738             OR DL100-PARM-STRING = "TRIAL"
009739         SET DL100-TRIAL-RUN TO TRUE
009740         MOVE DL100-PARM-STRING(7:) TO DL100-PARM-SCRATCH
009741         MOVE DL100-PARM-SCRATCH TO DL100-PARM-STRING
009742         PERFORM 1050-STRIP-LEADING-SPACES
009743             THRU 1050-STRIP-LEADING-SPACES-EXIT
009744     END-IF
009745
009746     IF DL100-PARM-STRING = SPACES
009747         CONTINUE
009750     ELSE
009760         MOVE SPACES TO DL100-PARM-FIRST-TOKEN DL100-PARM-REST
009770         UNSTRING DL100-PARM-STRING DELIMITED BY ALL SPACE
009997     IF NOT DL100-CYCLE-MODE
010000         PERFORM 1150-OPEN-MASTER
010010             THRU 1150-OPEN-MASTER-EXIT
010013         PERFORM 1155-OPEN-PROFILE
010016             THRU 1155-OPEN-PROFILE-EXIT
010020         PERFORM 1190-READ-LIMITS
010030             THRU 1190-READ-LIMITS-EXIT
010040     END-IF
010060     IF NOT DL100-CYCLE-MODE AND NOT DL100-MULTI-MODE
010070         PERFORM 1170-LOCATE-DEVICE
010080             THRU 1170-LOCATE-DEVICE-EXIT
010083         PERFORM 1180-LOCATE-PROFILE
010086             THRU 1180-LOCATE-PROFILE-EXIT
010090         IF DL100-MST-FOUND
010100             MOVE DL100-MST-FREQ-WRK TO Frequency
010110         END-IF
010170*    THE EXCEPTION FILE IS THE OPEN-ITEMS QUEUE FOR THE
010180*    DAY1RPR REPAIR PROGRAM, SO EVERY RUN APPENDS TO IT AND
010190*    THE SEQUENCE KEY CONTINUES FROM THE HIGHEST ONE ON FILE.
010193*    A TRIAL RUN STILL SCANS, SO THE SEQUENCE KEYS IT SHOWS
010196*    ARE THE ONES A LIVE RUN WOULD ISSUE, BUT NEVER APPENDS.
010200     PERFORM 1195-SCAN-EXCEPT-SEQ
010210         THRU 1195-SCAN-EXCEPT-SEQ-EXIT
010212     IF DL100-TRIAL-RUN
010214         GO TO 1000-INITIALIZE-EXIT
010216     END-IF
010220     OPEN EXTEND ExceptionFile
010230     IF DL100-EXCEPT-NOT-FOUND
010240         OPEN OUTPUT ExceptionFile
010580 1150-OPEN-MASTER.
010590     MOVE ZERO TO Frequency
010600
010601*    A TRIAL RUN ONLY READS THE MASTER, AND NEVER CREATES ONE.
010602     IF DL100-TRIAL-RUN
010603         OPEN INPUT MasterFile
010604         IF DL100-MASTER-STATUS-OK
010605             SET DL100-MST-OPEN TO TRUE
010606         END-IF
010607         GO TO 1150-OPEN-MASTER-EXIT
010608     END-IF
010609
010610     OPEN I-O MasterFile
010620     IF DL100-MASTER-NOT-FOUND
010630         OPEN OUTPUT MasterFile
010710 1150-OPEN-MASTER-EXIT.
010720     EXIT.
010730
010740*----------------------------------------------------------
010750* 1155-OPEN-PROFILE - OPEN THE KEYED CHANGE PROFILE I-O FOR
010760* THE WHOLE RUN.  A MISSING FILE IS CREATED EMPTY; EVERY
010770* DEVICE THEN RUNS UNTESTED UNTIL ITS PROFILE BUILDS UP.
010780*----------------------------------------------------------
010790 1155-OPEN-PROFILE.
010800     IF DL100-TRIAL-RUN
010810         OPEN INPUT ProfileFile
010820         IF DL100-PROFILE-STATUS-OK
010830             SET DL100-PRF-OPEN TO TRUE
010840         END-IF
010850         GO TO 1155-OPEN-PROFILE-EXIT
010860     END-IF
010870
010880     OPEN I-O ProfileFile
010890     IF DL100-PROFILE-NOT-FOUND
010900         OPEN OUTPUT ProfileFile
010910         CLOSE ProfileFile
010920         OPEN I-O ProfileFile
010930     END-IF
010940     IF DL100-PROFILE-STATUS-OK
010950         SET DL100-PRF-OPEN TO TRUE
010960     END-IF.
010970
010980 1155-OPEN-PROFILE-EXIT.
010990     EXIT.
011000
011070*----------------------------------------------------------
011080* 1170-LOCATE-DEVICE - READ DL100-DEVICE-ID'S RECORD FROM THE
011090* KEYED MASTER.  A DEVICE THAT HAS NEVER RUN LEAVES THE WORK
011360 1170-LOCATE-DEVICE-EXIT.
011370     EXIT.
011380
011384*----------------------------------------------------------
011388* 1180-LOCATE-PROFILE - LOAD DL100-DEVICE-ID'S CHANGE PROFILE
011392* FOR THE OUTLIER TEST.  A DEVICE WITH NO PROFILE YET IS NOT
011396* TESTED; ITS FIRST POSTED RUN STARTS ONE.
011400*----------------------------------------------------------
011404 1180-LOCATE-PROFILE.
011408     SET DL100-PRF-NOT-FOUND TO TRUE
011412     MOVE ZERO TO DL100-PRF-COUNT-WRK
011416     MOVE ZERO TO DL100-PRF-MEAN-WRK
011420     MOVE ZERO TO DL100-PRF-STDDEV-WRK
011424
011428     IF NOT DL100-PRF-OPEN
011432         GO TO 1180-LOCATE-PROFILE-EXIT
011436     END-IF
011440
011444     MOVE DL100-DEVICE-ID TO PRF-DEVICE-ID
011448     READ ProfileFile KEY IS PRF-DEVICE-ID
011452       INVALID KEY
011456         CONTINUE
011460       NOT INVALID KEY
011464         SET DL100-PRF-FOUND TO TRUE
011468         MOVE PRF-SAMPLE-COUNT  TO DL100-PRF-COUNT-WRK
011472         MOVE PRF-MEAN-CHANGE   TO DL100-PRF-MEAN-WRK
011476         MOVE PRF-STD-DEVIATION TO DL100-PRF-STDDEV-WRK
011480     END-READ.
011484
011488 1180-LOCATE-PROFILE-EXIT.
011492     EXIT.
011496
011500*----------------------------------------------------------
011510* 1190-READ-LIMITS - LOAD THE OPERATING-BAND LIMITS.  A
011520* MISSING LIMITS FILE LEAVES THE CHECK TURNED OFF.
013130             MOVE DL100-CARD-VALUE TO DL100-LIMITS-FILENAME
013140         WHEN "ALERT"
013150             MOVE DL100-CARD-VALUE TO DL100-ALERT-FILENAME
013151         WHEN "DEVREF"
013152             MOVE DL100-CARD-VALUE TO DL100-DEVREF-FILENAME
013153         WHEN "PROFILE"
013154             MOVE DL100-CARD-VALUE TO DL100-PROFILE-FILENAME
013155         WHEN "JOURNAL"
013156             MOVE DL100-CARD-VALUE TO DL100-JOURNAL-FILENAME
013157         WHEN "OUTLIER"
013158             PERFORM 1320-EDIT-NUMERIC-VALUE
013159                 THRU 1320-EDIT-NUMERIC-VALUE-EXIT
013160             IF DL100-CARD-NUM-VALID
013161                     AND DL100-CARD-NUMBER < 1000
013162                 MOVE DL100-CARD-NUMBER
013163                     TO DL100-OUTLIER-FACTOR
013164             ELSE
013165                 PERFORM 1330-FLAG-BAD-CARD
013166                     THRU 1330-FLAG-BAD-CARD-EXIT
013167             END-IF
013168         WHEN "OUTLIERMIN"
013169             PERFORM 1320-EDIT-NUMERIC-VALUE
013170                 THRU 1320-EDIT-NUMERIC-VALUE-EXIT
013171             IF DL100-CARD-NUM-VALID
013172                 MOVE DL100-CARD-NUMBER
013173                     TO DL100-OUTLIER-MINIMUM
013174             END-IF
013175         WHEN OTHER
013176             PERFORM 1330-FLAG-BAD-CARD
013180                 THRU 1330-FLAG-BAD-CARD-EXIT
013190     END-EVALUATE.
013200
013850     SET DL100-RESTART-NOT-FOUND TO TRUE
013860     SET DL100-RESTART-NO-MISMATCH TO TRUE
013870
013871*    A TRIAL RUN PREVIEWS THE WHOLE FEED FROM RECORD ONE; A
013872*    LIVE RUN'S CHECKPOINT IS LEFT FOR THAT RUN TO RESUME.
013873     IF DL100-TRIAL-RUN
013874         GO TO 1100-CHECK-FOR-RESTART-EXIT
013875     END-IF
013876
013880     OPEN INPUT RestartFile
013890     IF DL100-RESTART-STATUS-OK
013900         READ RestartFile
014258                     MOVE RST-QUAL-FAIL-COUNT
014259                         TO DL100-QUAL-FAIL-COUNT
014262                 END-IF
014263                 IF RST-OUTLIER-COUNT NUMERIC
014264                     MOVE RST-OUTLIER-COUNT
014265                         TO DL100-OUTLIER-COUNT
014266                     MOVE RST-HELD-TOTAL
014267                         TO DL100-HELD-TOTAL
014268                     MOVE RST-RUN-CHG-COUNT
014269                         TO DL100-RUN-CHG-COUNT
014270                     MOVE RST-RUN-SUM-SQUARES
014271                         TO DL100-RUN-SUM-SQUARES
014272                 END-IF
014273                 SET DL100-RESTART-FOUND TO TRUE
014274             ELSE
014280                 SET DL100-RESTART-MISMATCH TO TRUE
014290             END-IF
014300         END-READ
014730     PERFORM 2965-VERIFY-BATCH-COUNT
014740         THRU 2965-VERIFY-BATCH-COUNT-EXIT
014750
014751*    A TRIAL RUN STOPS HERE - EVERY EDIT HAS RUN, NOTHING IS
014752*    POSTED, AND ANY LIVE CHECKPOINT IS LEFT IN PLACE.
014753     IF DL100-TRIAL-RUN
014754         GO TO 2000-PROCESS-INPUT-EXIT
014755     END-IF
014756
014760     PERFORM 2900-CLEAR-CHECKPOINT
014770         THRU 2900-CLEAR-CHECKPOINT-EXIT
014780
014840             AND NOT DL100-LIMIT-BREACH
014850         PERFORM 2950-UPDATE-MASTER
014860             THRU 2950-UPDATE-MASTER-EXIT
014863         PERFORM 2955-UPDATE-PROFILE
014866             THRU 2955-UPDATE-PROFILE-EXIT
014870     END-IF
014880
014890     PERFORM 2970-WRITE-HISTORY
015276             END-IF
015278         END-IF
015280
015281         IF DL100-CHANGE-VALID
015282             PERFORM 2155-CHECK-OUTLIER
015283                 THRU 2155-CHECK-OUTLIER-EXIT
015284         END-IF
015285
015290         ADD 1 TO DL100-RECORD-COUNT
015300
015310         IF DL100-HEADER-FOUND
015500*        CHECKPOINT=0 ON A CONTROL CARD TURNS CHECKPOINTING OFF
015510         IF NOT DL100-MULTI-MODE
015520                 AND DL100-CHECKPOINT-INTVL > ZERO
015525                 AND NOT DL100-TRIAL-RUN
015530             DIVIDE DL100-RECORD-COUNT BY DL100-CHECKPOINT-INTVL
015540                 GIVING DL100-CKPT-QUOTIENT
015550                 REMAINDER DL100-CKPT-REMAINDER
016621 2188-APPLY-VALID-CHANGE.
016622     ADD DL100-WORK-CHANGE TO Frequency
016623     ADD DL100-WORK-CHANGE TO DL100-COMPUTED-TOTAL
016624     ADD 1 TO DL100-RUN-CHG-COUNT
016625     COMPUTE DL100-RUN-SUM-SQUARES = DL100-RUN-SUM-SQUARES
016626         + DL100-WORK-CHANGE * DL100-WORK-CHANGE
016627     PERFORM 2190-ACCUMULATE-STATISTICS
016628         THRU 2190-ACCUMULATE-STATISTICS-EXIT
016629     IF DL100-LIMITS-FOUND AND DL100-LIMIT-NO-BREACH
016630         PERFORM 2195-CHECK-OPERATING-BAND
016631             THRU 2195-CHECK-OPERATING-BAND-EXIT
016632     END-IF.
016633
016634 2188-APPLY-VALID-CHANGE-EXIT.
016635     EXIT.
016636
016637*----------------------------------------------------------
016638* 2180-CAPTURE-CONTROL-TOTAL - REMEMBER THE TRAILER'S EXPECTED
016639* NET TOTAL FOR RECONCILIATION.  THE TRAILER IS NOT COUNTED AS
016640* A DETAIL RECORD AND IS NOT ADDED TO FREQUENCY.
016641*----------------------------------------------------------
016642 2180-CAPTURE-CONTROL-TOTAL.
016643     MOVE FC-CONTROL-TOTAL TO DL100-EXPECTED-CONTROL
016644     SET DL100-CONTROL-FOUND TO TRUE.
016650
016660 2180-CAPTURE-CONTROL-TOTAL-EXIT.
016670     EXIT.
017160*----------------------------------------------------------
017170* 2960-RECONCILE-CONTROL-TOTAL - COMPARE THE COMPUTED NET
017180* TOTAL OF CHANGE RECORDS AGAINST THE TRAILER'S EXPECTED
017185* TOTAL, IF ONE WAS PRESENT ON INPUTFILE.  OUTLIERS HELD FOR
017190* REVIEW WERE TRANSMITTED INTACT, SO THEIR HELD TOTAL IS
017195* COUNTED BACK IN; ONLY A TRANSMISSION LOSS BREAKS.
017200*----------------------------------------------------------
017210 2960-RECONCILE-CONTROL-TOTAL.
017220     IF DL100-CONTROL-FOUND
017226         IF DL100-COMPUTED-TOTAL + DL100-HELD-TOTAL
017232                 = DL100-EXPECTED-CONTROL
017240             SET DL100-RECON-MATCHED TO TRUE
017250         ELSE
017260             SET DL100-RECON-BREAK TO TRUE
017812     MOVE DL100-QUAL-GOOD-COUNT  TO RST-QUAL-GOOD-COUNT
017814     MOVE DL100-QUAL-SUSP-COUNT  TO RST-QUAL-SUSP-COUNT
017816     MOVE DL100-QUAL-FAIL-COUNT  TO RST-QUAL-FAIL-COUNT
017818     MOVE DL100-OUTLIER-COUNT    TO RST-OUTLIER-COUNT
017820     MOVE DL100-HELD-TOTAL       TO RST-HELD-TOTAL
017822     MOVE DL100-RUN-CHG-COUNT    TO RST-RUN-CHG-COUNT
017824     MOVE DL100-RUN-SUM-SQUARES  TO RST-RUN-SUM-SQUARES
017826     MOVE DL100-INPUT-FILENAME   TO RST-INPUT-FILENAME
017830
017840     OPEN OUTPUT RestartFile
017850     WRITE RestartRecord
018050* KEYED RECORD ALONE IS REWRITTEN IN PLACE (OR WRITTEN WHEN
018060* THE DEVICE HAS NEVER RUN).  SKIPPED ENTIRELY ON A
018070* RECONCILIATION BREAK SO AN UNVERIFIED FREQUENCY NEVER BECOMES
018076* THE NEXT RUN'S CALIBRATION BASELINE.  EACH SUCCESSFUL WRITE
018082* OR REWRITE IS JOURNALED WITH ITS BEFORE AND AFTER IMAGES.
018090*----------------------------------------------------------
018100 2950-UPDATE-MASTER.
018110     IF NOT DL100-MST-OPEN
018190         MOVE Frequency       TO MST-FREQUENCY
018200         MOVE DL100-RUN-DATE  TO MST-LAST-RUN-DATE
018210         MOVE "A"             TO MST-STATUS
018213         MOVE "N"             TO DL100-JRN-BEFORE-SW
018216         MOVE SPACES          TO DL100-JRN-BEFORE
018220         WRITE MasterRecord
018230           INVALID KEY CONTINUE
018232           NOT INVALID KEY
018234             PERFORM 2952-WRITE-JOURNAL
018236                 THRU 2952-WRITE-JOURNAL-EXIT
018240         END-WRITE
018250       NOT INVALID KEY
018253         MOVE "Y"             TO DL100-JRN-BEFORE-SW
018256         MOVE MasterRecord    TO DL100-JRN-BEFORE
018260         MOVE Frequency       TO MST-FREQUENCY
018270         MOVE DL100-RUN-DATE  TO MST-LAST-RUN-DATE
018280         IF MST-STATUS NOT = "S"
018300         END-IF
018310         REWRITE MasterRecord
018320           INVALID KEY CONTINUE
018322           NOT INVALID KEY
018324             PERFORM 2952-WRITE-JOURNAL
018326                 THRU 2952-WRITE-JOURNAL-EXIT
018330         END-REWRITE
018340     END-READ.
018350
018360 2950-UPDATE-MASTER-EXIT.
018370     EXIT.
018375
018376*----------------------------------------------------------
018377* 2952-WRITE-JOURNAL - APPEND ONE POST RECORD TO THE MASTER
018378* CHANGE JOURNAL.  THE RUN IS IDENTIFIED BY ITS FEED FILE;
018379* THE AFTER IMAGE IS THE MASTER RECORD JUST WRITTEN.
018380*----------------------------------------------------------
018381 2952-WRITE-JOURNAL.
018382     OPEN EXTEND JournalFile
018383     IF DL100-JOURNAL-NOT-FOUND
018384         OPEN OUTPUT JournalFile
018385     END-IF
018386
018387     MOVE SPACES                TO JournalRecord
018388     MOVE MST-DEVICE-ID         TO JRN-DEVICE-ID
018389     MOVE "DAY1"                TO JRN-PROGRAM
018390     ACCEPT JRN-DATE FROM DATE YYYYMMDD
018391     ACCEPT DL100-JRN-CLOCK FROM TIME
018392     MOVE DL100-JRN-CLOCK(1:6)  TO JRN-TIME
018393     MOVE DL100-INPUT-FILENAME  TO JRN-RUN-ID
018394     MOVE "POST"                TO JRN-ACTION
018395     MOVE DL100-JRN-BEFORE-SW   TO JRN-BEFORE-SW
018396     MOVE DL100-JRN-BEFORE      TO JRN-BEFORE-IMAGE
018397     MOVE "Y"                   TO JRN-AFTER-SW
018398     MOVE MasterRecord          TO JRN-AFTER-IMAGE
018399     WRITE JournalRecord
018400     CLOSE JournalFile.
018401
018402 2952-WRITE-JOURNAL-EXIT.
018403     EXIT.
018404
018405*----------------------------------------------------------
018406* 2955-UPDATE-PROFILE - FOLD THIS POSTED RUN'S APPLIED CHANGES
018407* INTO THE DEVICE'S PROFILE.  HELD OUTLIERS AND REJECTS ARE
018408* NOT IN THE RUN SUMS, SO A GLITCH NEVER WIDENS THE PROFILE.
018409* PAST THE WEIGHT CAP THE SUMS ARE SCALED BACK SO OLDER RUNS
018410* FADE AND RECENT BEHAVIOR CARRIES THE PROFILE.
018411*----------------------------------------------------------
018412 2955-UPDATE-PROFILE.
018413     IF NOT DL100-PRF-OPEN
018414             OR DL100-RUN-CHG-COUNT = ZERO
018415         GO TO 2955-UPDATE-PROFILE-EXIT
018416     END-IF
018417
018418     MOVE DL100-DEVICE-ID TO PRF-DEVICE-ID
018419     READ ProfileFile KEY IS PRF-DEVICE-ID
018420       INVALID KEY
018421         SET DL100-PRF-NOT-FOUND TO TRUE
018422         MOVE DL100-DEVICE-ID TO PRF-DEVICE-ID
018423         MOVE ZERO TO PRF-SAMPLE-COUNT
018424         MOVE ZERO TO PRF-RUN-COUNT
018425         MOVE ZERO TO PRF-MEAN-CHANGE
018426         MOVE ZERO TO PRF-STD-DEVIATION
018427         MOVE ZERO TO PRF-SUM-CHANGES
018428         MOVE ZERO TO PRF-SUM-SQUARES
018429       NOT INVALID KEY
018430         SET DL100-PRF-FOUND TO TRUE
018431     END-READ
018432
018433     ADD DL100-RUN-CHG-COUNT   TO PRF-SAMPLE-COUNT
018434     ADD DL100-COMPUTED-TOTAL  TO PRF-SUM-CHANGES
018435     ADD DL100-RUN-SUM-SQUARES TO PRF-SUM-SQUARES
018436     IF PRF-SAMPLE-COUNT > DL100-PRF-WEIGHT-CAP
018437         COMPUTE PRF-SUM-CHANGES ROUNDED = PRF-SUM-CHANGES
018438             * DL100-PRF-WEIGHT-CAP / PRF-SAMPLE-COUNT
018439         COMPUTE PRF-SUM-SQUARES ROUNDED = PRF-SUM-SQUARES
018440             * DL100-PRF-WEIGHT-CAP / PRF-SAMPLE-COUNT
018441         MOVE DL100-PRF-WEIGHT-CAP TO PRF-SAMPLE-COUNT
018442     END-IF
018443
018444     COMPUTE PRF-MEAN-CHANGE ROUNDED
018445         = PRF-SUM-CHANGES / PRF-SAMPLE-COUNT
018446     COMPUTE DL100-VARIANCE ROUNDED
018447         = PRF-SUM-SQUARES / PRF-SAMPLE-COUNT
018448         - PRF-MEAN-CHANGE * PRF-MEAN-CHANGE
018449
018450*    SQUARE ROOT BY NEWTON'S METHOD.  STARTING AT OR ABOVE THE
018451*    ROOT, EACH STEP CLOSES IN FROM ABOVE; SIXTY STEPS SETTLE
018452*    THE LARGEST VARIANCE THE SUMS CAN HOLD.
018453     MOVE ZERO TO PRF-STD-DEVIATION
018454     IF DL100-VARIANCE > ZERO
018455         MOVE DL100-VARIANCE TO DL100-ROOT-GUESS
018456         IF DL100-ROOT-GUESS < 1
018457             MOVE 1 TO DL100-ROOT-GUESS
018458         END-IF
018459         PERFORM 2957-ROOT-STEP
018460             THRU 2957-ROOT-STEP-EXIT
018461             60 TIMES
018462         MOVE DL100-ROOT-GUESS TO PRF-STD-DEVIATION
018463     END-IF
018464
018465     ADD 1 TO PRF-RUN-COUNT
018466     MOVE DL100-RUN-DATE TO PRF-LAST-UPDATE
018467     IF DL100-PRF-FOUND
018468         REWRITE ProfileRecord
018469           INVALID KEY CONTINUE
018470         END-REWRITE
018471     ELSE
018472         WRITE ProfileRecord
018473           INVALID KEY CONTINUE
018474         END-WRITE
018475     END-IF.
018476
018477 2955-UPDATE-PROFILE-EXIT.
018478     EXIT.
018479
018480 2957-ROOT-STEP.
018481     COMPUTE DL100-ROOT-GUESS ROUNDED
018482         = (DL100-ROOT-GUESS + DL100-VARIANCE / DL100-ROOT-GUESS)
018483         / 2.
018484
018485 2957-ROOT-STEP-EXIT.
018486     EXIT.
018487
018488*----------------------------------------------------------
018489* 2970-WRITE-HISTORY - APPEND TODAY'S START/END FREQUENCY TO
018490* THE CALIBRATION DRIFT HISTORY.
018491*----------------------------------------------------------
018492 2970-WRITE-HISTORY.
018493     MOVE DL100-RUN-MM      TO DL100-HIST-MM
018494     MOVE DL100-RUN-DD      TO DL100-HIST-DD
018495     MOVE DL100-RUN-YYYY    TO DL100-HIST-YYYY
018496     MOVE DL100-STARTING-FREQ TO DL100-HIST-START
018497     MOVE Frequency         TO DL100-HIST-END
018498     MOVE DL100-DEVICE-ID   TO DL100-HIST-DEVICE
018499
018500     OPEN EXTEND HistoryFile
018510     IF DL100-HISTORY-NOT-FOUND
018520         OPEN OUTPUT HistoryFile
019120
019130 2150-VALIDATE-CHANGE-EXIT.
019140     EXIT.
019141
019142*----------------------------------------------------------
019143* 2155-CHECK-OUTLIER - TEST AN EDITED CHANGE AGAINST THE
019144* DEVICE'S PROFILE.  ONE FURTHER FROM THE MEAN THAN OUTLIER=
019145* STANDARD DEVIATIONS IS TURNED INTO A REASON 07 REJECT SO IT
019146* GOES TO THE EXCEPTION QUEUE INSTEAD OF THE TOTAL.  THE
019147* DEVIATION IS FLOORED AT ONE SO A DEVICE WHOSE CHANGES NEVER
019148* VARY DOES NOT FLAG EVERY ONE-UNIT DIFFERENCE.
019149*----------------------------------------------------------
019150 2155-CHECK-OUTLIER.
019151     IF DL100-OUTLIER-FACTOR = ZERO
019152             OR DL100-PRF-NOT-FOUND
019153             OR DL100-PRF-COUNT-WRK < DL100-OUTLIER-MINIMUM
019154         GO TO 2155-CHECK-OUTLIER-EXIT
019155     END-IF
019156
019157     COMPUTE DL100-DEVIATION
019158         = DL100-WORK-CHANGE - DL100-PRF-MEAN-WRK
019159     IF DL100-DEVIATION < ZERO
019160         COMPUTE DL100-DEVIATION = ZERO - DL100-DEVIATION
019161     END-IF
019162
019163     MOVE DL100-PRF-STDDEV-WRK TO DL100-SPREAD
019164     IF DL100-SPREAD < 1
019165         MOVE 1 TO DL100-SPREAD
019166     END-IF
019167     COMPUTE DL100-DEVIATION-LIMIT
019168         = DL100-SPREAD * DL100-OUTLIER-FACTOR
019169
019170     IF DL100-DEVIATION > DL100-DEVIATION-LIMIT
019171         SET DL100-CHANGE-INVALID TO TRUE
019172         SET DL100-RSN-OUTLIER TO TRUE
019173         ADD 1 TO DL100-OUTLIER-COUNT
019174         ADD DL100-WORK-CHANGE TO DL100-HELD-TOTAL
019175     END-IF.
019176
019177 2155-CHECK-OUTLIER-EXIT.
019178     EXIT.
019179
019180*----------------------------------------------------------
019181* 2160-WRITE-EXCEPTION - LOG A REJECTED RECORD TO EXCEPTIONFILE
019182*----------------------------------------------------------
019190 2160-WRITE-EXCEPTION.
019200     ADD 1 TO DL100-EXCEPT-SEQ
019210     MOVE DL100-EXCEPT-SEQ TO DL100-EXCEPT-SEQ-NO
019369         WHEN DL100-RSN-BAD-QUALITY
019371             MOVE "UNKNOWN QUALITY CODE"
019372                 TO DL100-EXCEPT-DESC
019373         WHEN DL100-RSN-OUTLIER
019374             MOVE "STATISTICAL OUTLIER - HELD FOR REVIEW"
019375                 TO DL100-EXCEPT-DESC
019376         WHEN OTHER
019380             MOVE "UNKNOWN VALIDATION FAILURE"
019390                 TO DL100-EXCEPT-DESC
019400     END-EVALUATE
019401
019402     ADD 1 TO DL100-EXCEPT-COUNT
019403
019404*    A TRIAL RUN LISTS THE REJECT ON ITS REPORT INSTEAD.
019405     IF DL100-TRIAL-RUN
019406         IF DL100-TRJ-COUNT < 500
019407             ADD 1 TO DL100-TRJ-COUNT
019408             MOVE DL100-EXCEPT-LINE
019409                 TO DL100-TRJ-LINE(DL100-TRJ-COUNT)
019410         ELSE
019411             ADD 1 TO DL100-TRJ-UNLISTED
019412         END-IF
019413         GO TO 2160-WRITE-EXCEPTION-EXIT
019414     END-IF
019415
019420     MOVE DL100-EXCEPT-LINE TO ExceptionLine
019430     WRITE ExceptionLine.
019450
019460 2160-WRITE-EXCEPTION-EXIT.
019470     EXIT.
020690     PERFORM 4100-LOAD-DEVICE-DIR
020700         THRU 4100-LOAD-DEVICE-DIR-EXIT
020710
020712     IF NOT DL100-TRIAL-RUN
020714         OPEN OUTPUT ExtractFile
020716     END-IF
020718     OPEN INPUT DeviceRefFile
020720     IF DL100-DEVREF-STATUS-OK
020722         SET DL100-DEVREF-OPEN TO TRUE
020724     END-IF
020730
020740     MOVE ZERO TO DL100-DEVICE-SUB
020750     PERFORM 4200-PROCESS-ONE-DEVICE
020760         THRU 4200-PROCESS-ONE-DEVICE-EXIT
020770         UNTIL DL100-DEVICE-SUB >= DL100-DEVICE-COUNT
020780
020782     IF NOT DL100-TRIAL-RUN
020784         CLOSE ExtractFile
020786     END-IF
020788     IF DL100-DEVREF-OPEN
020790         CLOSE DeviceRefFile
020792     END-IF
020800
020810     PERFORM 4400-SET-MULTI-COMPLETION
020820         THRU 4400-SET-MULTI-COMPLETION-EXIT.
021160                 TO DL100-DEV-ID(DL100-DEVICE-COUNT)
021170             MOVE DEV-FEED-NAME
021180                 TO DL100-DEV-FEED(DL100-DEVICE-COUNT)
021185             MOVE "N" TO DL100-DEV-CERT-SW(DL100-DEVICE-COUNT)
021190         ELSE
021200*            A DEVICE THE TABLE CANNOT HOLD IS A DEVICE THAT
021210*            SILENTLY NEVER RUNS - FLAG IT ON THE REPORT AND
021370
021380     PERFORM 1170-LOCATE-DEVICE
021390         THRU 1170-LOCATE-DEVICE-EXIT
021393     PERFORM 1180-LOCATE-PROFILE
021396         THRU 1180-LOCATE-PROFILE-EXIT
021400     MOVE ZERO TO Frequency
021410     IF DL100-MST-FOUND
021420         MOVE DL100-MST-FREQ-WRK TO Frequency
021462         MOVE ZERO TO DL100-DEV-REC-CNT(DL100-DEVICE-SUB)
021463         MOVE ZERO TO DL100-DEV-QUAL-G(DL100-DEVICE-SUB)
021465         MOVE ZERO TO DL100-DEV-QUAL-S(DL100-DEVICE-SUB)
021466         MOVE ZERO TO DL100-DEV-QUAL-F(DL100-DEVICE-SUB)
021467         MOVE ZERO TO DL100-DEV-OUTLIERS(DL100-DEVICE-SUB)
021468         MOVE "SUSPEND " TO DL100-DEV-STATUS(DL100-DEVICE-SUB)
021469         PERFORM 4250-WRITE-DEVICE-AUDIT
021470             THRU 4250-WRITE-DEVICE-AUDIT-EXIT
021474     PERFORM 2000-PROCESS-INPUT
021475         THRU 2000-PROCESS-INPUT-EXIT
021480
021482     PERFORM 4500-CHECK-CERTIFICATION
021484         THRU 4500-CHECK-CERTIFICATION-EXIT
021486
021490     PERFORM 8500-DETERMINE-COMPLETION
021500         THRU 8500-DETERMINE-COMPLETION-EXIT
021510
021603         TO DL100-DEV-QUAL-G(DL100-DEVICE-SUB)
021605     MOVE DL100-QUAL-SUSP-COUNT
021607         TO DL100-DEV-QUAL-S(DL100-DEVICE-SUB)
021608     MOVE DL100-QUAL-FAIL-COUNT
021609         TO DL100-DEV-QUAL-F(DL100-DEVICE-SUB)
021610     MOVE DL100-OUTLIER-COUNT
021611         TO DL100-DEV-OUTLIERS(DL100-DEVICE-SUB)
021612
021613     PERFORM 4250-WRITE-DEVICE-AUDIT
021614         THRU 4250-WRITE-DEVICE-AUDIT-EXIT.
021646* A MULTI RUN, WITH THE FEED NAME IN THE FILE COLUMN AND THAT
021648* DEVICE'S COMPLETION CODE, SO THE DAY1INTK FEED-STATUS POST
021652* CAN MARK EACH FEED PROCESSED OR FAILED FROM THE AUDIT
021653* RESULTS.  THE CONSOLIDATED RUN LINE STILL FOLLOWS AT END.
021654*----------------------------------------------------------
021655 4250-WRITE-DEVICE-AUDIT.
021656*    A TRIAL RUN POSTS NO FEED, SO IT GIVES THE FEED-STATUS
021657*    POST NOTHING TO MATCH - ITS ONE TRIAL LINE COVERS IT.
021658     IF DL100-TRIAL-RUN
021659         GO TO 4250-WRITE-DEVICE-AUDIT-EXIT
021660     END-IF
021661
021662     MOVE DL100-RUN-MM        TO DL100-AUD-MM
021664     MOVE DL100-RUN-DD        TO DL100-AUD-DD
021666     MOVE DL100-RUN-YYYY      TO DL100-AUD-YYYY
021942     MOVE ZERO TO DL100-QUAL-GOOD-COUNT
021944     MOVE ZERO TO DL100-QUAL-SUSP-COUNT
021946     MOVE ZERO TO DL100-QUAL-FAIL-COUNT
021948     MOVE ZERO TO DL100-OUTLIER-COUNT
021950     MOVE ZERO TO DL100-HELD-TOTAL
021952     MOVE ZERO TO DL100-RUN-CHG-COUNT
021954     MOVE ZERO TO DL100-RUN-SUM-SQUARES
021956     SET DL100-INPUT-PRESENT TO TRUE.
021960
021970 4300-RESET-RUN-TOTALS-EXIT.
021980     EXIT.
022670                 SET DL100-COMPLETION-EXCEPT TO TRUE
022680             END-IF
022690     END-EVALUATE.
022691
022692 4410-RANK-ONE-STATUS-EXIT.
022693     EXIT.
022694
022695*----------------------------------------------------------
022696* 4500-CHECK-CERTIFICATION - A DEVICE WHOSE FEED WAS SUMMED
022697* THIS RUN IS LOOKED UP IN THE REFERENCE FILE.  WHEN ITS LAST
022698* CERTIFICATION PLUS ITS INTERVAL IS BEFORE THE RUN DATE THE
022699* RESULTS STILL POST - THE READINGS ARE THE BENCH'S, NOT THE
022700* CERTIFICATE'S - BUT THE DEVICE IS FLAGGED FOR THE REPORT
022701* AND A WARNING ALERT GOES TO THE OPERATORS.  A DEVICE WITH
022702* NO REFERENCE RECORD, OR NO DATE OR INTERVAL ON IT, IS LEFT
022703* TO THE DAY1CERT DUE-LIST.
022704*----------------------------------------------------------
022705 4500-CHECK-CERTIFICATION.
022706     IF NOT DL100-DEVREF-OPEN
022707             OR DL100-INPUT-MISSING
022708         GO TO 4500-CHECK-CERTIFICATION-EXIT
022709     END-IF
022710
022711     MOVE DL100-DEVICE-ID TO REF-DEVICE-ID
022712     READ DeviceRefFile KEY IS REF-DEVICE-ID
022713       INVALID KEY
022714         GO TO 4500-CHECK-CERTIFICATION-EXIT
022715     END-READ
022716
022717     IF REF-LAST-CERT-DATE NOT NUMERIC
022718             OR REF-CERT-INTERVAL NOT NUMERIC
022719             OR REF-LAST-CERT-DATE = ZERO
022720             OR REF-CERT-INTERVAL = ZERO
022721         GO TO 4500-CHECK-CERTIFICATION-EXIT
022722     END-IF
022723
022724     MOVE REF-LAST-CERT-DATE TO DL100-DATE-IN
022725     PERFORM 4520-DATE-TO-DAYS
022726         THRU 4520-DATE-TO-DAYS-EXIT
022727     COMPUTE DL100-CERT-DUE-DAYS =
022728         DL100-DATE-DAYS + REF-CERT-INTERVAL
022729
022730     MOVE DL100-RUN-DATE TO DL100-DATE-IN
022731     PERFORM 4520-DATE-TO-DAYS
022732         THRU 4520-DATE-TO-DAYS-EXIT
022733     MOVE DL100-DATE-DAYS TO DL100-CERT-RUN-DAYS
022734
022735     IF DL100-CERT-RUN-DAYS > DL100-CERT-DUE-DAYS
022736         MOVE "Y" TO DL100-DEV-CERT-SW(DL100-DEVICE-SUB)
022737         MOVE REF-LAST-CERT-DATE
022738             TO DL100-DEV-CERT-LAST(DL100-DEVICE-SUB)
022739         MOVE REF-CERT-INTERVAL
022740             TO DL100-DEV-CERT-INTVL(DL100-DEVICE-SUB)
022741         ADD 1 TO DL100-CERT-PASTDUE-CNT
022742         IF NOT DL100-TRIAL-RUN
022743             PERFORM 4550-WRITE-CERT-ALERT
022744                 THRU 4550-WRITE-CERT-ALERT-EXIT
022745         END-IF
022746     END-IF.
022747
022748 4500-CHECK-CERTIFICATION-EXIT.
022749     EXIT.
022750
022751*----------------------------------------------------------
022752* 4520-DATE-TO-DAYS - TURN DL100-DATE-IN (YYYYMMDD) INTO A
022753* DAY NUMBER IN DL100-DATE-DAYS.  THE YEAR IS COUNTED FROM
022754* MARCH SO THE LEAP DAY FALLS AT ITS END; EVERY DIVISION IS
022755* A WHOLE-NUMBER DIVIDE.
022756*----------------------------------------------------------
022757 4520-DATE-TO-DAYS.
022758     IF DL100-DATE-IN-MM > 2
022759         MOVE DL100-DATE-IN-YYYY TO DL100-DATE-Y
022760         COMPUTE DL100-DATE-M = DL100-DATE-IN-MM - 3
022761     ELSE
022762         COMPUTE DL100-DATE-Y = DL100-DATE-IN-YYYY - 1
022763         COMPUTE DL100-DATE-M = DL100-DATE-IN-MM + 9
022764     END-IF
022765
022766     DIVIDE DL100-DATE-Y BY 4   GIVING DL100-DATE-Q4
022767     DIVIDE DL100-DATE-Y BY 100 GIVING DL100-DATE-Q100
022768     DIVIDE DL100-DATE-Y BY 400 GIVING DL100-DATE-Q400
022769     COMPUTE DL100-DATE-MDAYS = DL100-DATE-M * 153 + 2
022770     DIVIDE DL100-DATE-MDAYS BY 5 GIVING DL100-DATE-MDAYS
022771
022772     COMPUTE DL100-DATE-DAYS = DL100-DATE-Y * 365
022773         + DL100-DATE-Q4 - DL100-DATE-Q100 + DL100-DATE-Q400
022774         + DL100-DATE-MDAYS + DL100-DATE-IN-DD - 1.
022775
022776 4520-DATE-TO-DAYS-EXIT.
022777     EXIT.
022778
022779*----------------------------------------------------------
022780* 4550-WRITE-CERT-ALERT - WARNING ALERT FOR A DEVICE SUMMED
022781* WHILE ITS CERTIFICATION IS PAST DUE.
022782*----------------------------------------------------------
022783 4550-WRITE-CERT-ALERT.
022784     MOVE DL100-RUN-DATE        TO ALT-RUN-DATE
022785     MOVE DL100-RUN-TIME(1:6)   TO ALT-RUN-TIME
022786     MOVE "WARNING"             TO ALT-SEVERITY
022787     MOVE "CERTDUE"             TO ALT-COMPLETION
022788     MOVE DL100-INPUT-FILENAME  TO ALT-INPUT-FILE
022789     MOVE SPACES                TO ALT-MESSAGE
022790     STRING "CERT PAST DUE "    DELIMITED BY SIZE
022791            DL100-DEVICE-ID     DELIMITED BY SIZE
022792            " LAST "            DELIMITED BY SIZE
022793            REF-LAST-CERT-DATE  DELIMITED BY SIZE
022794         INTO ALT-MESSAGE
022795     END-STRING
022796
022797     OPEN EXTEND AlertFile
022798     IF DL100-ALERT-NOT-FOUND
022799         OPEN OUTPUT AlertFile
022800     END-IF
022801     WRITE AlertRecord
022802     CLOSE AlertFile.
022803
022804 4550-WRITE-CERT-ALERT-EXIT.
022805     EXIT.
022806
022807*----------------------------------------------------------
022808* 8500-DETERMINE-COMPLETION - CLASSIFY THIS RUN AS NORMAL,
022809* EXCEPTIONAL (BAD RECORDS WERE REJECTED), A RECONCILIATION BREAK,
022810* A CHECKPOINT/INPUT-FILE MISMATCH, OR AN INCONCLUSIVE CYCLE-TABLE
022811* OVERFLOW, FOR THE AUDIT LOG.  RECON BREAK OUTRANKS A RESTART
022812* MISMATCH, WHICH OUTRANKS AN OVERFLOW, WHICH OUTRANKS EXCEPTIONS.
022813*----------------------------------------------------------
022814 8500-DETERMINE-COMPLETION.
022820     IF DL100-RECON-BREAK
022830         SET DL100-COMPLETION-RECON TO TRUE
022840     ELSE
024050     MOVE DL100-RUN-DD   TO DL100-RPT-DD
024060     MOVE DL100-RUN-YYYY TO DL100-RPT-YYYY
024070
024071     IF DL100-TRIAL-RUN
024072         MOVE "*** TRIAL RUN - NOTHING POSTED ***"
024073             TO DL100-RPT-TITLE-MARK
024074         MOVE "  TRIAL - NO LIVE FILE UPDATED"
024075             TO DL100-RPT-MODE-NOTE
024076     END-IF
024077
024080     IF DL100-MULTI-MODE
024090         PERFORM 8050-PRODUCE-MULTI-REPORT
024100             THRU 8050-PRODUCE-MULTI-REPORT-EXIT
024490     MOVE DL100-RPT-RECON         TO ReportLine
024500     WRITE ReportLine
024510
024511     IF DL100-OUTLIER-COUNT > ZERO
024512         MOVE DL100-OUTLIER-COUNT  TO DL100-RPT-OUTL-CNT
024513         MOVE DL100-HELD-TOTAL     TO DL100-RPT-OUTL-HELD
024514         MOVE DL100-RPT-OUTLIERS   TO ReportLine
024515         WRITE ReportLine
024516     END-IF
024517
024520     IF DL100-HEADER-FOUND
024530         MOVE DL100-HDR-DEVICE-ID  TO DL100-RPT-BH-DEVICE
024540         MOVE DL100-HDR-READ-DATE  TO DL100-RPT-BH-DATE
025950         WRITE ReportLine
025960     END-IF
025970
025980     IF DL100-DEVREF-OPEN
025990         MOVE DL100-CERT-PASTDUE-CNT TO DL100-RPT-CERT-CNT
026000         MOVE DL100-RPT-CERT-COUNT TO ReportLine
026010         WRITE ReportLine
026020     END-IF
026030
026040     MOVE DL100-RPT-GRAND-TOTAL TO ReportLine
026050     WRITE ReportLine.
026060
026540         TO DL100-RPT-DEV-END
026550     MOVE DL100-DEV-REC-CNT(DL100-DEVICE-SUB)
026560         TO DL100-RPT-DEV-RECS
026563     MOVE DL100-DEV-OUTLIERS(DL100-DEVICE-SUB)
026566         TO DL100-RPT-DEV-OUTL
026570     MOVE DL100-DEV-STATUS(DL100-DEVICE-SUB)
026580         TO DL100-RPT-DEV-STAT
026590     MOVE DL100-RPT-DEV-LINE TO ReportLine
026628             TO DL100-RPT-DQ-F
026632         MOVE DL100-RPT-DEV-QUALITY TO ReportLine
026634         WRITE ReportLine
026635     END-IF
026636
026637*    A DEVICE WHOSE FEED WAS SUMMED WHILE ITS CERTIFICATION
026638*    WAS PAST DUE IS CALLED OUT UNDER ITS LINE.
026639     IF DL100-DEV-CERT-SW(DL100-DEVICE-SUB) = "Y"
026640         MOVE DL100-DEV-CERT-LAST(DL100-DEVICE-SUB)
026641             TO DL100-RPT-DC-LAST
026642         MOVE DL100-DEV-CERT-INTVL(DL100-DEVICE-SUB)
026643             TO DL100-RPT-DC-INTVL
026644         MOVE DL100-RPT-DEV-CERT TO ReportLine
026645         WRITE ReportLine
026646     END-IF.
026647
026648 8060-WRITE-ONE-DEVICE-LINE-EXIT.
026649     EXIT.
026650
026651*----------------------------------------------------------
026652* 8090-WRITE-TRIAL-SUMMARY - CLOSE A TRIAL REPORT WITH THE
026653* COMPLETION THE RUN WOULD HAVE LOGGED, THE REJECTS IT WOULD
026654* HAVE QUEUED FOR DAY1RPR, AND A REMINDER THAT NOTHING WAS
026655* POSTED.
026656*----------------------------------------------------------
026657 8090-WRITE-TRIAL-SUMMARY.
026658     MOVE SPACES                TO ReportLine
026659     WRITE ReportLine
026660
026661     MOVE DL100-COMPLETION-CODE TO DL100-RPT-TRL-CODE
026662     COMPUTE DL100-RPT-TRL-REJ =
026663         DL100-TRJ-COUNT + DL100-TRJ-UNLISTED
026664     MOVE DL100-RPT-TRIAL-OUTCOME TO ReportLine
026665     WRITE ReportLine
026666
026667     IF DL100-TRJ-COUNT > ZERO
026668         MOVE SPACES TO ReportLine
026669         WRITE ReportLine
026670         MOVE "REJECTS THAT WOULD HAVE BEEN QUEUED" TO ReportLine
026671         WRITE ReportLine
026672         MOVE ZERO TO DL100-TRJ-SUB
026673         PERFORM 8095-WRITE-ONE-TRIAL-REJECT
026674             THRU 8095-WRITE-ONE-TRIAL-REJECT-EXIT
026675             UNTIL DL100-TRJ-SUB >= DL100-TRJ-COUNT
026676     END-IF
026677
026678     IF DL100-TRJ-UNLISTED > ZERO
026679         MOVE DL100-TRJ-UNLISTED      TO DL100-RPT-TRL-UNL
026680         MOVE DL100-RPT-TRIAL-UNLISTED TO ReportLine
026681         WRITE ReportLine
026682     END-IF
026683
026684     MOVE SPACES TO ReportLine
026685     WRITE ReportLine
026686     MOVE "*** TRIAL RUN - MASTER, HISTORY, EXTRACT, EXCEPTIONS"
026687         TO ReportLine
026688     WRITE ReportLine
026689     MOVE "*** AND RESTART NOT UPDATED - POST THE FEED TO APPLY"
026690         TO ReportLine
026691     WRITE ReportLine.
026692
026693 8090-WRITE-TRIAL-SUMMARY-EXIT.
026694     EXIT.
026695
026696 8095-WRITE-ONE-TRIAL-REJECT.
026697     ADD 1 TO DL100-TRJ-SUB
026698     MOVE DL100-TRJ-LINE(DL100-TRJ-SUB) TO ReportLine
026699     WRITE ReportLine.
026700
026701 8095-WRITE-ONE-TRIAL-REJECT-EXIT.
026702     EXIT.
026703
026704*----------------------------------------------------------
026705* 9500-WRITE-AUDIT-LOG - APPEND ONE LINE TO THE AUDIT LOG FOR
026706* EVERY EXECUTION, REGARDLESS OF RUN MODE OR OUTCOME.
026707*----------------------------------------------------------
026708 9500-WRITE-AUDIT-LOG.
026709     MOVE DL100-RUN-MM        TO DL100-AUD-MM
026710     MOVE DL100-RUN-DD        TO DL100-AUD-DD
026720     MOVE DL100-RUN-YYYY      TO DL100-AUD-YYYY
026730     MOVE DL100-RUN-HH        TO DL100-AUD-HH
026740     MOVE DL100-RUN-MIN       TO DL100-AUD-MIN
026750     MOVE DL100-RUN-SEC       TO DL100-AUD-SEC
026760     MOVE DL100-RUN-MODE      TO DL100-AUD-MODE
026762     IF DL100-TRIAL-RUN
026764         MOVE "TRIAL"         TO DL100-AUD-MODE
026766     END-IF
026770     IF DL100-MULTI-MODE
026780         MOVE DL100-DEVICES-FILENAME TO DL100-AUD-FILE
026790         MOVE DL100-TOTAL-REC-COUNT TO DL100-AUD-REC-CNT
026830         MOVE DL100-RECORD-COUNT    TO DL100-AUD-REC-CNT
026840         MOVE Frequency             TO DL100-AUD-END-FREQ
026850     END-IF
026851     MOVE DL100-COMPLETION-CODE TO DL100-AUD-STATUS
026852*    A TRIAL LINE NEVER CARRIES A REAL COMPLETION CODE, SO
026853*    NO FEED-STATUS POST, COMPLETENESS OR VERIFY COUNT
026854*    MISTAKES IT FOR A RUN.  THE OUTCOME IS ON THE REPORT.
026855     IF DL100-TRIAL-RUN
026856         MOVE "TRIAL"         TO DL100-AUD-STATUS
026857     END-IF
026862     IF DL100-MULTI-MODE
026864         MOVE SPACES          TO DL100-AUD-DEVICE
026866     ELSE
027000* 9000-TERMINATE - CLOSE FILES
027010*----------------------------------------------------------
027020 9000-TERMINATE.
027025     IF NOT DL100-TRIAL-RUN
027030         CLOSE ExceptionFile
027035     END-IF
027040     CLOSE ReportFile
027042
027044     IF DL100-MST-OPEN
027046         CLOSE MasterFile
027048     END-IF
027050
027051     IF DL100-PRF-OPEN
027052         CLOSE ProfileFile
027053     END-IF
027054
027055*    A LOCKED RUN NEVER SCANNED THE EXCEPTION SEQUENCE, SO
027056*    SAVING WOULD STAMP A FALSE ZERO HIGH-WATER MARK.
027057*    NOR DOES A TRIAL RUN ADVANCE IT - ITS KEYS WERE NEVER USED.
027058     IF NOT DL100-LOCK-CONFLICT
027059             AND NOT DL100-TRIAL-RUN
027060         PERFORM 9600-SAVE-EXCEPT-SEQ
027070             THRU 9600-SAVE-EXCEPT-SEQ-EXIT
027072     END-IF
