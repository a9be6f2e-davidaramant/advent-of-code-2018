000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    DAY1REST.
000030 AUTHOR.        DAVID ARAMANT.
000040 INSTALLATION.  CALIBRATION SYSTEMS.
000050 DATE-WRITTEN.  2026-10-15.
000060 DATE-COMPILED.
000070*----------------------------------------------------------
000080* MODIFICATION HISTORY
000090*----------------------------------------------------------
000100* 2026-10-15  DA  ORIGINAL PROGRAM - SHARED FILE SET RESTORE.
000110*                 RUN PARAMETER IS THE BACKUP SET DATE
000120*                 (YYYYMMDD), WITH AN OPTIONAL LEADING "FORCE"
000130*                 TO BREAK A STALE INTERLOCK.  UNDER THE
000140*                 SHARED-FILE RUN INTERLOCK THE SET WRITTEN BY
000150*                 DAY1BKUP IS PROVED AGAINST ITS MANIFEST -
000160*                 EVERY COPY PRESENT, EVERY RECORD COUNT AND
000170*                 THE FREQUENCY SUM, EXCEPTION HIGH-WATER MARK
000180*                 AND OPEN ALERT COUNT RECOMPUTED AND EQUAL -
000190*                 AND ONLY THEN ARE ALL SEVEN SHARED FILES
000200*                 RESTORED TOGETHER, SO THE MASTER AND HISTORY
000210*                 CAN NO LONGER COME BACK FROM DIFFERENT
000220*                 NIGHTS.  A SET THAT DOES NOT MATCH IS REFUSED
000230*                 AND NOTHING IS TOUCHED.  WRITES DAY1-REST.TXT
000240*                 AND A RESTORE LINE IN THE AUDIT LOG.
000250*----------------------------------------------------------
000260 ENVIRONMENT DIVISION.
000270 CONFIGURATION SECTION.
000280 SOURCE-COMPUTER.   IBM-370.
000290 OBJECT-COMPUTER.   IBM-370.
000300 INPUT-OUTPUT SECTION.
000310 FILE-CONTROL.
000320     SELECT MasterFile
000330                ASSIGN TO DYNAMIC DL270-MASTER-FILENAME
000340                ORGANIZATION IS INDEXED
000350                ACCESS MODE IS SEQUENTIAL
000360                RECORD KEY IS MST-DEVICE-ID
000370                FILE STATUS IS DL270-MASTER-STATUS.
000380
000390     SELECT LiveFile
000400                ASSIGN TO DYNAMIC DL270-LIVE-NAME
000410                ORGANIZATION IS LINE SEQUENTIAL
000420                FILE STATUS IS DL270-LIVE-STATUS.
000430
000440     SELECT SetFile
000450                ASSIGN TO DYNAMIC DL270-COPY-NAME
000460                ORGANIZATION IS LINE SEQUENTIAL
000470                FILE STATUS IS DL270-SET-STATUS.
000480
000490     SELECT ManifestFile
000500                ASSIGN TO DYNAMIC DL270-MANIFEST-NAME
000510                ORGANIZATION IS LINE SEQUENTIAL
000520                FILE STATUS IS DL270-MANIFEST-STATUS.
000530
000540     SELECT RestoreReportFile ASSIGN TO "day1-rest.txt"
000550                ORGANIZATION IS LINE SEQUENTIAL.
000560
000570     SELECT AuditFile ASSIGN TO DYNAMIC DL270-AUDIT-FILENAME
000580                ORGANIZATION IS LINE SEQUENTIAL
000590                FILE STATUS IS DL270-AUDIT-STATUS.
000600
000610     SELECT ControlCardFile ASSIGN TO "day1-control.crd"
000620                ORGANIZATION IS LINE SEQUENTIAL
000630                FILE STATUS IS DL270-CONTROL-STATUS.
000640
000650     SELECT AlertFile ASSIGN TO DYNAMIC DL270-ALERT-FILENAME
000660                ORGANIZATION IS LINE SEQUENTIAL
000670                FILE STATUS IS DL270-ALERT-STATUS.
000680
000690     SELECT LockFile ASSIGN TO "day1-lock.dat"
000700                ORGANIZATION IS LINE SEQUENTIAL
000710                FILE STATUS IS DL270-LOCK-STATUS.
000720
000730 DATA DIVISION.
000740 FILE SECTION.
000750 FD  MasterFile.
000760 01  MasterRecord.
000770     02  MST-DEVICE-ID      PIC X(08).
000780     02  MST-FREQUENCY      PIC S9(6) SIGN LEADING
000790                                SEPARATE.
000800     02  MST-LAST-RUN-DATE  PIC 9(08).
000810     02  MST-STATUS         PIC X(01).
000820
000830 FD  LiveFile.
000840 01  LiveRecord.
000850     02  LIV-LINE           PIC X(256).
000860
000870*----------------------------------------------------------
000880* A BACKUP COPY - WHOLE LINES, OR FOR THE MASTER COPY ONE
000890* MASTER RECORD IMAGE PER LINE AS DAY1BKUP UNLOADED IT.
000900*----------------------------------------------------------
000910 FD  SetFile.
000920 01  SetRecord.
000930     88  EndOfSetFile       VALUE HIGH-VALUES.
000940     02  SET-LINE           PIC X(256).
000950 01  SetMasterImage.
000960     02  SET-MST-DEVICE-ID  PIC X(08).
000970     02  SET-MST-FREQUENCY  PIC S9(6) SIGN LEADING
000980                                SEPARATE.
000990     02  SET-MST-LAST-RUN   PIC 9(08).
001000     02  SET-MST-STATUS     PIC X(01).
001010     02  FILLER             PIC X(232).
001020
001030*----------------------------------------------------------
001040* BACKUP MANIFEST - SEE DAY1BKUP.
001050*----------------------------------------------------------
001060 FD  ManifestFile.
001070 01  ManifestRecord.
001080     88  EndOfManifest      VALUE HIGH-VALUES.
001090     02  MFT-TAG            PIC X(08).
001100     02  FILLER             PIC X(01).
001110     02  MFT-VALUE          PIC S9(11) SIGN LEADING SEPARATE.
001120     02  FILLER             PIC X(01).
001130     02  MFT-NAME           PIC X(58).
001140
001150 FD  RestoreReportFile.
001160 01  RestoreLine            PIC X(080).
001170
001180 FD  AuditFile.
001190 01  AuditLine              PIC X(120).
001200
001210 FD  ControlCardFile.
001220 01  ControlCardRecord.
001230     88  EndOfControlCards  VALUE HIGH-VALUES.
001240     02  CC-CARD-AREA       PIC X(80).
001250
001260 FD  AlertFile.
001270 01  AlertRecord.
001280     02  ALT-RUN-DATE       PIC 9(08).
001290     02  ALT-RUN-TIME       PIC 9(06).
001300     02  ALT-SEVERITY       PIC X(08).
001310     02  ALT-COMPLETION     PIC X(08).
001320     02  ALT-INPUT-FILE     PIC X(50).
001330     02  ALT-MESSAGE        PIC X(40).
001340
001350 FD  LockFile.
001360 01  LockRecord.
001370     02  LCK-PROGRAM-ID     PIC X(08).
001380     02  FILLER             PIC X(01).
001390     02  LCK-RUN-DATE       PIC 9(08).
001400     02  FILLER             PIC X(01).
001410     02  LCK-RUN-TIME       PIC 9(06).
001420     02  FILLER             PIC X(01).
001430     02  LCK-FILES-HELD     PIC X(40).
001440
001450 WORKING-STORAGE SECTION.
001460*----------------------------------------------------------
001470* SHARED FILE NAMES - THE SAME CONTROL CARDS DAY1 HONORS ARE
001480* READ HERE TOO, SO THE SET IS RESTORED OVER THE FILES THE
001490* RUNS USE.  THE SEQUENCE CONTROL AND FEED STATUS FILES HAVE
001500* NO CARD.
001510*----------------------------------------------------------
001520 01  DL270-FILE-NAMES.
001530     02  DL270-MASTER-FILENAME  PIC X(080)
001540                                VALUE "day1-master.dat".
001550     02  DL270-HISTORY-FILENAME PIC X(080)
001560                                VALUE "day1-history.txt".
001570     02  DL270-EXCEPT-FILENAME  PIC X(080)
001580                                VALUE "day1-except.txt".
001590     02  DL270-SEQCTL-FILENAME  PIC X(080)
001600                                VALUE "day1-seqctl.dat".
001610     02  DL270-FEEDSTAT-FILENAME PIC X(080)
001620                                VALUE "day1-feedstat.dat".
001630     02  DL270-ALERT-FILENAME   PIC X(080)
001640                                VALUE "day1-alert.dat".
001650     02  DL270-AUDIT-FILENAME   PIC X(080)
001660                                VALUE "day1-audit.txt".
001670     02  DL270-SET-PREFIX       PIC X(064)
001680                                VALUE "day1-bkup".
001690     02  DL270-LIVE-NAME        PIC X(080) VALUE SPACES.
001700     02  DL270-COPY-NAME        PIC X(080) VALUE SPACES.
001710     02  DL270-MANIFEST-NAME    PIC X(080) VALUE SPACES.
001720     02  DL270-SET-NAME         PIC X(080) VALUE SPACES.
001730
001740 01  DL270-MASTER-STATUS        PIC X(02) VALUE SPACES.
001750     88  DL270-MASTER-STATUS-OK     VALUE "00".
001760
001770 01  DL270-LIVE-STATUS          PIC X(02) VALUE SPACES.
001780     88  DL270-LIVE-STATUS-OK       VALUE "00".
001790
001800 01  DL270-SET-STATUS           PIC X(02) VALUE SPACES.
001810     88  DL270-SET-STATUS-OK        VALUE "00".
001820     88  DL270-SET-NOT-FOUND        VALUE "35".
001830
001840 01  DL270-MANIFEST-STATUS      PIC X(02) VALUE SPACES.
001850     88  DL270-MANIFEST-STATUS-OK   VALUE "00".
001860
001870 01  DL270-AUDIT-STATUS         PIC X(02) VALUE SPACES.
001880     88  DL270-AUDIT-STATUS-OK      VALUE "00".
001890     88  DL270-AUDIT-NOT-FOUND      VALUE "35".
001900
001910 01  DL270-CONTROL-STATUS       PIC X(02) VALUE SPACES.
001920     88  DL270-CONTROL-STATUS-OK    VALUE "00".
001930
001940 01  DL270-ALERT-STATUS         PIC X(02) VALUE SPACES.
001950     88  DL270-ALERT-STATUS-OK      VALUE "00".
001960     88  DL270-ALERT-NOT-FOUND      VALUE "35".
001970
001980*----------------------------------------------------------
001990* SHARED-FILE RUN INTERLOCK - SEE DAY1.  A CONFLICTING START
002000* ENDS LOCKED; THE FORCE RUN PARAMETER BREAKS A STALE LOCK.
002010*----------------------------------------------------------
002020 01  DL270-LOCK-STATUS          PIC X(02) VALUE SPACES.
002030     88  DL270-LOCK-STATUS-OK       VALUE "00".
002040
002050 01  DL270-LOCK-CONTROL.
002060     02  DL270-LOCK-HELD-SW     PIC X(01) VALUE "N".
002070         88  DL270-LOCK-HELD        VALUE "Y".
002080     02  DL270-LOCK-CONFLICT-SW PIC X(01) VALUE "N".
002090         88  DL270-LOCK-CONFLICT    VALUE "Y".
002100     02  DL270-LOCK-FORCE-SW    PIC X(01) VALUE "N".
002110         88  DL270-LOCK-FORCE       VALUE "Y".
002120     02  DL270-LOCK-OWNER       PIC X(08) VALUE SPACES.
002130
002140 01  DL270-CARD-WORK.
002150     02  DL270-CARD-KEYWORD     PIC X(16).
002160     02  DL270-CARD-VALUE       PIC X(64).
002170
002180 01  DL270-PARM-AREA.
002190     02  DL270-PARM-STRING      PIC X(080).
002200     02  DL270-PARM-DATE        PIC X(080).
002210     02  DL270-PARM-EXTRA       PIC X(080).
002220
002230 01  DL270-RUN-DATE-FIELDS.
002240     02  DL270-RUN-DATE         PIC 9(08) VALUE ZERO.
002250     02  DL270-RUN-DATE-X REDEFINES DL270-RUN-DATE.
002260         03  DL270-RUN-YYYY     PIC 9(04).
002270         03  DL270-RUN-MM       PIC 9(02).
002280         03  DL270-RUN-DD       PIC 9(02).
002290     02  DL270-RUN-TIME         PIC 9(08) VALUE ZERO.
002300     02  DL270-RUN-TIME-X REDEFINES DL270-RUN-TIME.
002310         03  DL270-RUN-HH       PIC 9(02).
002320         03  DL270-RUN-MIN      PIC 9(02).
002330         03  DL270-RUN-SEC      PIC 9(02).
002340         03  FILLER             PIC 9(02).
002350
002360 01  DL270-RUN-CONTROL.
002370     02  DL270-SET-DATE         PIC 9(08) VALUE ZERO.
002380     02  DL270-SET-DATE-X REDEFINES DL270-SET-DATE
002390                                PIC X(08).
002400     02  DL270-PARM-OK-SW       PIC X(01) VALUE "N".
002410         88  DL270-PARM-GOOD        VALUE "Y".
002420     02  DL270-RESULT-SW        PIC X(01) VALUE "V".
002430         88  DL270-SET-VERIFIED     VALUE "V".
002440         88  DL270-SET-REFUSED      VALUE "R".
002450         88  DL270-RESTORE-DONE     VALUE "D".
002460         88  DL270-RESTORE-FAILED   VALUE "F".
002470     02  DL270-RESULT-MSG       PIC X(060) VALUE SPACES.
002480
002490*----------------------------------------------------------
002500* THE BACKUP SET - ONE ENTRY PER SHARED FILE, IN MANIFEST
002510* ORDER.  ENTRY 1 IS THE KEYED MASTER; THE REST ARE COPIED
002520* BACK LINE FOR LINE.
002530*----------------------------------------------------------
002540 01  DL270-SET-DEFS.
002550     02  FILLER  PIC X(08) VALUE "MASTER".
002560     02  FILLER  PIC X(08) VALUE "HISTORY".
002570     02  FILLER  PIC X(08) VALUE "EXCEPT".
002580     02  FILLER  PIC X(08) VALUE "SEQCTL".
002590     02  FILLER  PIC X(08) VALUE "FEEDSTAT".
002600     02  FILLER  PIC X(08) VALUE "ALERT".
002610     02  FILLER  PIC X(08) VALUE "AUDIT".
002620 01  DL270-SET-DEFS-R REDEFINES DL270-SET-DEFS.
002630     02  DL270-DEF-TAG OCCURS 7 TIMES
002640                                PIC X(08).
002650
002660 01  DL270-SET-CONTROL.
002670     02  DL270-SET-SUB          PIC 9(02) COMP VALUE ZERO.
002680     02  DL270-FIND-SUB         PIC 9(02) COMP VALUE ZERO.
002690     02  DL270-SET-MAX          PIC 9(02) COMP VALUE 7.
002700
002710 01  DL270-SET-TABLE.
002720     02  DL270-SET-ENTRY OCCURS 7 TIMES.
002730         03  DL270-SET-LIVE     PIC X(080).
002740         03  DL270-SET-COPY     PIC X(080).
002750         03  DL270-SET-LISTED-SW PIC X(01).
002760         03  DL270-SET-MFT-COUNT PIC 9(09) COMP.
002770         03  DL270-SET-COUNT    PIC 9(09) COMP.
002780         03  DL270-SET-FOUND-SW PIC X(01).
002790
002800*----------------------------------------------------------
002810* MANIFEST CHECKS AND CONTROL TOTALS - AS LISTED IN THE
002820* MANIFEST, AND AS RECOMPUTED FROM THE COPIES THE WAY
002830* DAY1BKUP COMPUTED THEM FROM THE LIVE FILES.
002840*----------------------------------------------------------
002850 01  DL270-MANIFEST-CONTROL.
002860     02  DL270-MFT-LINES        PIC 9(05) COMP VALUE ZERO.
002870     02  DL270-MFT-END-COUNT    PIC 9(05) COMP VALUE ZERO.
002880     02  DL270-MFT-SET-SW       PIC X(01) VALUE "N".
002890         88  DL270-MFT-SET-SEEN     VALUE "Y".
002900     02  DL270-MFT-END-SW       PIC X(01) VALUE "N".
002910         88  DL270-MFT-END-SEEN     VALUE "Y".
002920     02  DL270-MFT-FREQ-SW      PIC X(01) VALUE "N".
002930         88  DL270-MFT-FREQ-SEEN    VALUE "Y".
002940     02  DL270-MFT-HWM-SW       PIC X(01) VALUE "N".
002950         88  DL270-MFT-HWM-SEEN     VALUE "Y".
002960     02  DL270-MFT-ALERT-SW     PIC X(01) VALUE "N".
002970         88  DL270-MFT-ALERT-SEEN   VALUE "Y".
002980     02  DL270-MFT-BAD-SW       PIC X(01) VALUE "N".
002990         88  DL270-MFT-BAD-LINE     VALUE "Y".
003000     02  DL270-MFT-FREQ-SUM     PIC S9(11) VALUE ZERO.
003010     02  DL270-MFT-EXC-HWM      PIC 9(05) VALUE ZERO.
003020     02  DL270-MFT-ALERT-OPEN   PIC 9(07) VALUE ZERO.
003030
003040 01  DL270-CONTROL-TOTALS.
003050     02  DL270-FREQ-SUM         PIC S9(11) VALUE ZERO.
003060     02  DL270-EXC-HWM          PIC 9(05) VALUE ZERO.
003070     02  DL270-ALERT-OPEN       PIC 9(07) VALUE ZERO.
003080     02  DL270-SCAN-SEQ         PIC 9(05) VALUE ZERO.
003090     02  DL270-TOTAL-RECORDS    PIC 9(09) COMP VALUE ZERO.
003100     02  DL270-MISMATCH-COUNT   PIC 9(02) COMP VALUE ZERO.
003110
003120*----------------------------------------------------------
003130* AUDIT LINE LAYOUT - SAME LAYOUT DAY1 WRITES, WITH THE
003140* DEVICE ID IN COLUMNS 112-119.
003150*----------------------------------------------------------
003160 01  DL270-AUDIT-LINE.
003170     05  DL270-AUD-MM       PIC 9(02).
003180     05  FILLER             PIC X(001) VALUE "/".
003190     05  DL270-AUD-DD       PIC 9(02).
003200     05  FILLER             PIC X(001) VALUE "/".
003210     05  DL270-AUD-YYYY     PIC 9(04).
003220     05  FILLER             PIC X(001) VALUE SPACES.
003230     05  DL270-AUD-HH       PIC 9(02).
003240     05  FILLER             PIC X(001) VALUE ":".
003250     05  DL270-AUD-MIN      PIC 9(02).
003260     05  FILLER             PIC X(001) VALUE ":".
003270     05  DL270-AUD-SEC      PIC 9(02).
003280     05  FILLER             PIC X(002) VALUE SPACES.
003290     05  DL270-AUD-MODE     PIC X(008).
003300     05  FILLER             PIC X(002) VALUE SPACES.
003310     05  DL270-AUD-FILE     PIC X(050).
003320     05  FILLER             PIC X(002) VALUE SPACES.
003330     05  DL270-AUD-REC-CNT  PIC ZZZ,ZZ9.
003340     05  FILLER             PIC X(002) VALUE SPACES.
003350     05  DL270-AUD-END-FREQ PIC -(8)9.
003360     05  FILLER             PIC X(002) VALUE SPACES.
003370     05  DL270-AUD-STATUS   PIC X(008).
003380     05  DL270-AUD-DEVICE   PIC X(008) VALUE SPACES.
003390     05  FILLER             PIC X(001) VALUE SPACES.
003400
003410*----------------------------------------------------------
003420* RESTORE REPORT LINE LAYOUTS
003430*----------------------------------------------------------
003440 01  DL270-RPT-TITLE.
003450     05  FILLER    PIC X(032) VALUE
003460                   "DAY1 SHARED FILE RESTORE REPORT".
003470     05  FILLER    PIC X(048) VALUE SPACES.
003480
003490 01  DL270-RPT-RUN-DATE.
003500     05  FILLER            PIC X(016) VALUE "RUN DATE.....: ".
003510     05  DL270-RPT-MM      PIC 9(02).
003520     05  FILLER            PIC X(001) VALUE "/".
003530     05  DL270-RPT-DD      PIC 9(02).
003540     05  FILLER            PIC X(001) VALUE "/".
003550     05  DL270-RPT-YYYY    PIC 9(04).
003560     05  FILLER            PIC X(054) VALUE SPACES.
003570
003580 01  DL270-RPT-SET.
003590     05  FILLER            PIC X(016) VALUE "BACKUP SET...: ".
003600     05  DL270-RPT-SET-NAME PIC X(064).
003610
003620 01  DL270-RPT-HEADING.
003630     05  FILLER    PIC X(010) VALUE "ITEM".
003640     05  FILLER    PIC X(013) VALUE "   MANIFEST".
003650     05  FILLER    PIC X(013) VALUE "      FOUND".
003660     05  FILLER    PIC X(044) VALUE "RESULT".
003670
003680 01  DL270-RPT-DETAIL.
003690     05  DL270-RPT-TAG      PIC X(008).
003700     05  FILLER             PIC X(002) VALUE SPACES.
003710     05  DL270-RPT-MFT      PIC -(10)9.
003720     05  FILLER             PIC X(002) VALUE SPACES.
003730     05  DL270-RPT-FOUND    PIC -(10)9.
003740     05  FILLER             PIC X(002) VALUE SPACES.
003750     05  DL270-RPT-RESULT   PIC X(044).
003760
003770 01  DL270-RPT-RESULT-LINE.
003780     05  FILLER             PIC X(016) VALUE "RESULT.......: ".
003790     05  DL270-RPT-RES-MSG  PIC X(064).
003800
003810 PROCEDURE DIVISION.
003820*----------------------------------------------------------
003830* 0000-MAINLINE-CONTROL
003840*----------------------------------------------------------
003850 0000-MAINLINE-CONTROL.
003860     PERFORM 1000-INITIALIZE
003870         THRU 1000-INITIALIZE-EXIT.
003880
003890*    ANOTHER PROGRAM HOLDS THE SHARED FILES - END LOCKED
003900*    RATHER THAN RESTORE UNDER IT.
003910     IF DL270-LOCK-CONFLICT
003920         MOVE "INTERLOCK HELD - RUN ENDED LOCKED"
003930             TO RestoreLine
003940         WRITE RestoreLine
003950         PERFORM 9550-WRITE-LOCKED-AUDIT
003960             THRU 9550-WRITE-LOCKED-AUDIT-EXIT
003970         PERFORM 9560-WRITE-LOCKED-ALERT
003980             THRU 9560-WRITE-LOCKED-ALERT-EXIT
003990         PERFORM 9000-TERMINATE
004000             THRU 9000-TERMINATE-EXIT
004010         STOP RUN
004020     END-IF.
004030
004040     IF NOT DL270-PARM-GOOD
004050         MOVE "PARAMETER MUST BE BACKUP SET DATE YYYYMMDD"
004060             TO DL270-RESULT-MSG
004070         PERFORM 8100-WRITE-RESULT
004080             THRU 8100-WRITE-RESULT-EXIT
004090         PERFORM 9000-TERMINATE
004100             THRU 9000-TERMINATE-EXIT
004110         STOP RUN
004120     END-IF.
004130
004140     PERFORM 2000-READ-MANIFEST
004150         THRU 2000-READ-MANIFEST-EXIT.
004160
004170     IF DL270-SET-VERIFIED
004180         PERFORM 3000-VERIFY-SET
004190             THRU 3000-VERIFY-SET-EXIT
004200     END-IF.
004210
004220*    NOTHING IS RESTORED UNLESS THE WHOLE SET MATCHES.
004230     IF DL270-SET-VERIFIED
004240         PERFORM 4000-RESTORE-MASTER
004250             THRU 4000-RESTORE-MASTER-EXIT
004260     END-IF.
004270
004280     IF DL270-SET-VERIFIED
004290         MOVE 1 TO DL270-SET-SUB
004300         PERFORM 5000-RESTORE-ONE-FILE
004310             THRU 5000-RESTORE-ONE-FILE-EXIT
004320             UNTIL DL270-SET-SUB >= DL270-SET-MAX
004330                OR DL270-RESTORE-FAILED
004340     END-IF.
004350
004360     IF DL270-SET-VERIFIED
004370         SET DL270-RESTORE-DONE TO TRUE
004380         MOVE "SET MATCHES MANIFEST - ALL FILES RESTORED"
004390             TO DL270-RESULT-MSG
004400     END-IF.
004410
004420     PERFORM 9500-WRITE-AUDIT-LOG
004430         THRU 9500-WRITE-AUDIT-LOG-EXIT.
004440
004450     PERFORM 8100-WRITE-RESULT
004460         THRU 8100-WRITE-RESULT-EXIT.
004470
004480     PERFORM 9000-TERMINATE
004490         THRU 9000-TERMINATE-EXIT.
004500
004510     STOP RUN.
004520
004530*----------------------------------------------------------
004540* 1000-INITIALIZE - CAPTURE THE RUN DATE/TIME, EDIT THE SET
004550* DATE PARAMETER, NAME THE SET AND CLAIM THE INTERLOCK.
004560*----------------------------------------------------------
004570 1000-INITIALIZE.
004580     PERFORM 1300-READ-CONTROL-CARDS
004590         THRU 1300-READ-CONTROL-CARDS-EXIT
004600
004610     OPEN OUTPUT RestoreReportFile
004620
004630     ACCEPT DL270-RUN-DATE FROM DATE YYYYMMDD
004640     ACCEPT DL270-RUN-TIME FROM TIME
004650
004660     ACCEPT DL270-PARM-STRING FROM COMMAND-LINE
004670     IF DL270-PARM-STRING NOT = SPACES
004680         MOVE SPACES TO DL270-PARM-DATE DL270-PARM-EXTRA
004690         UNSTRING DL270-PARM-STRING DELIMITED BY ALL SPACE
004700             INTO DL270-PARM-DATE DL270-PARM-EXTRA
004710         END-UNSTRING
004720*        A LEADING "FORCE" TOKEN BREAKS A STALE INTERLOCK
004730*        LEFT BY AN ABEND; THE REST READS AS USUAL.
004740         IF DL270-PARM-DATE = "FORCE"
004750             SET DL270-LOCK-FORCE TO TRUE
004760             MOVE DL270-PARM-EXTRA TO DL270-PARM-DATE
004770         END-IF
004780         IF DL270-PARM-DATE(1:8) NUMERIC
004790                 AND DL270-PARM-DATE(9:1) = SPACE
004800             MOVE DL270-PARM-DATE(1:8) TO DL270-SET-DATE-X
004810             MOVE "Y" TO DL270-PARM-OK-SW
004820         END-IF
004830     END-IF
004840
004850     MOVE SPACES TO DL270-SET-NAME
004860     IF DL270-PARM-GOOD
004870         STRING DL270-SET-PREFIX    DELIMITED BY SPACE
004880                "-"                 DELIMITED BY SIZE
004890                DL270-SET-DATE-X    DELIMITED BY SIZE
004900             INTO DL270-SET-NAME
004910         END-STRING
004920     END-IF
004930
004940     MOVE SPACES TO DL270-MANIFEST-NAME
004950     STRING DL270-SET-NAME      DELIMITED BY SPACE
004960            ".manifest"         DELIMITED BY SIZE
004970         INTO DL270-MANIFEST-NAME
004980     END-STRING
004990
005000     MOVE DL270-MASTER-FILENAME   TO DL270-SET-LIVE(1)
005010     MOVE DL270-HISTORY-FILENAME  TO DL270-SET-LIVE(2)
005020     MOVE DL270-EXCEPT-FILENAME   TO DL270-SET-LIVE(3)
005030     MOVE DL270-SEQCTL-FILENAME   TO DL270-SET-LIVE(4)
005040     MOVE DL270-FEEDSTAT-FILENAME TO DL270-SET-LIVE(5)
005050     MOVE DL270-ALERT-FILENAME    TO DL270-SET-LIVE(6)
005060     MOVE DL270-AUDIT-FILENAME    TO DL270-SET-LIVE(7)
005070
005080     MOVE ZERO TO DL270-SET-SUB
005090     PERFORM 1100-CLEAR-ONE-ENTRY
005100         THRU 1100-CLEAR-ONE-ENTRY-EXIT
005110         UNTIL DL270-SET-SUB >= DL270-SET-MAX
005120
005130     MOVE DL270-RUN-MM   TO DL270-RPT-MM
005140     MOVE DL270-RUN-DD   TO DL270-RPT-DD
005150     MOVE DL270-RUN-YYYY TO DL270-RPT-YYYY
005160
005170     MOVE DL270-RPT-TITLE    TO RestoreLine
005180     WRITE RestoreLine
005190     MOVE SPACES             TO RestoreLine
005200     WRITE RestoreLine
005210     MOVE DL270-RPT-RUN-DATE TO RestoreLine
005220     WRITE RestoreLine
005230
005240     IF DL270-PARM-GOOD
005250         MOVE DL270-SET-NAME TO DL270-RPT-SET-NAME
005260         MOVE DL270-RPT-SET  TO RestoreLine
005270         WRITE RestoreLine
005280     END-IF
005290     MOVE SPACES TO RestoreLine
005300     WRITE RestoreLine
005310
005320     PERFORM 1900-CLAIM-INTERLOCK
005330         THRU 1900-CLAIM-INTERLOCK-EXIT.
005340
005350 1000-INITIALIZE-EXIT.
005360     EXIT.
005370
005380 1100-CLEAR-ONE-ENTRY.
005390     ADD 1 TO DL270-SET-SUB
005400     MOVE SPACES TO DL270-SET-COPY(DL270-SET-SUB)
005410     MOVE "N"    TO DL270-SET-LISTED-SW(DL270-SET-SUB)
005420     MOVE ZERO   TO DL270-SET-MFT-COUNT(DL270-SET-SUB)
005430                    DL270-SET-COUNT(DL270-SET-SUB)
005440     MOVE "Y"    TO DL270-SET-FOUND-SW(DL270-SET-SUB).
005450
005460 1100-CLEAR-ONE-ENTRY-EXIT.
005470     EXIT.
005480
005490*----------------------------------------------------------
005500* 1300-READ-CONTROL-CARDS - PICK UP THE SHARED FILE-NAME
005510* OVERRIDES FROM THE SAME CARD FILE DAY1 READS, AND THE
005520* BACKUP SET PREFIX (BKUPSET=).
005530*----------------------------------------------------------
005540 1300-READ-CONTROL-CARDS.
005550     OPEN INPUT ControlCardFile
005560     IF NOT DL270-CONTROL-STATUS-OK
005570         GO TO 1300-READ-CONTROL-CARDS-EXIT
005580     END-IF
005590
005600     READ ControlCardFile
005610       AT END SET EndOfControlCards TO TRUE
005620     END-READ
005630
005640     PERFORM 1310-APPLY-ONE-CARD
005650         THRU 1310-APPLY-ONE-CARD-EXIT
005660         UNTIL EndOfControlCards
005670
005680     CLOSE ControlCardFile.
005690
005700 1300-READ-CONTROL-CARDS-EXIT.
005710     EXIT.
005720
005730 1310-APPLY-ONE-CARD.
005740     IF CC-CARD-AREA = SPACES
005750             OR CC-CARD-AREA(1:1) = "*"
005760         GO TO 1310-READ-NEXT-CARD
005770     END-IF
005780
005790     MOVE SPACES TO DL270-CARD-KEYWORD DL270-CARD-VALUE
005800     UNSTRING CC-CARD-AREA DELIMITED BY "="
005810         INTO DL270-CARD-KEYWORD DL270-CARD-VALUE
005820     END-UNSTRING
005830
005840     EVALUATE DL270-CARD-KEYWORD
005850         WHEN "MASTER"
005860             MOVE DL270-CARD-VALUE TO DL270-MASTER-FILENAME
005870         WHEN "HISTORY"
005880             MOVE DL270-CARD-VALUE TO DL270-HISTORY-FILENAME
005890         WHEN "EXCEPT"
005900             MOVE DL270-CARD-VALUE TO DL270-EXCEPT-FILENAME
005910         WHEN "ALERT"
005920             MOVE DL270-CARD-VALUE TO DL270-ALERT-FILENAME
005930         WHEN "AUDIT"
005940             MOVE DL270-CARD-VALUE TO DL270-AUDIT-FILENAME
005950         WHEN "BKUPSET"
005960             MOVE DL270-CARD-VALUE TO DL270-SET-PREFIX
005970         WHEN OTHER
005980             CONTINUE
005990     END-EVALUATE.
006000
006010 1310-READ-NEXT-CARD.
006020     READ ControlCardFile
006030       AT END SET EndOfControlCards TO TRUE
006040     END-READ.
006050
006060 1310-APPLY-ONE-CARD-EXIT.
006070     EXIT.
006080
006090*----------------------------------------------------------
006100* 2000-READ-MANIFEST - LOAD THE SET'S MANIFEST AND PROVE IT
006110* WHOLE: IT MUST BE FOR THE REQUESTED DATE, LIST ALL SEVEN
006120* FILES AND ALL THREE CONTROL TOTALS, AND END WITH AN END
006130* LINE WHOSE COUNT EQUALS THE LINES BEFORE IT.
006140*----------------------------------------------------------
006150 2000-READ-MANIFEST.
006160     OPEN INPUT ManifestFile
006170     IF NOT DL270-MANIFEST-STATUS-OK
006180         SET DL270-SET-REFUSED TO TRUE
006190         MOVE "BACKUP SET MANIFEST NOT FOUND - RESTORE REFUSED"
006200             TO DL270-RESULT-MSG
006210         GO TO 2000-READ-MANIFEST-EXIT
006220     END-IF
006230
006240     READ ManifestFile
006250       AT END SET EndOfManifest TO TRUE
006260     END-READ
006270
006280     PERFORM 2100-APPLY-ONE-LINE
006290         THRU 2100-APPLY-ONE-LINE-EXIT
006300         UNTIL EndOfManifest
006310            OR DL270-MFT-END-SEEN
006320
006330     CLOSE ManifestFile
006340
006350     MOVE ZERO TO DL270-SET-SUB
006360     PERFORM 2300-CHECK-ONE-LISTED
006370         THRU 2300-CHECK-ONE-LISTED-EXIT
006380         UNTIL DL270-SET-SUB >= DL270-SET-MAX
006390
006400     EVALUATE TRUE
006410         WHEN DL270-MFT-BAD-LINE
006420             MOVE "MANIFEST LINE NOT RECOGNIZED - RESTORE REFUSED"
006430                 TO DL270-RESULT-MSG
006440         WHEN NOT DL270-MFT-END-SEEN
006450             MOVE "MANIFEST INCOMPLETE - RESTORE REFUSED"
006460                 TO DL270-RESULT-MSG
006470         WHEN DL270-MFT-END-COUNT NOT = DL270-MFT-LINES
006480             MOVE "MANIFEST LINE COUNT WRONG - RESTORE REFUSED"
006490                 TO DL270-RESULT-MSG
006500         WHEN NOT DL270-MFT-SET-SEEN
006510             MOVE "MANIFEST NOT FOR THIS SET - RESTORE REFUSED"
006520                 TO DL270-RESULT-MSG
006530         WHEN NOT DL270-MFT-FREQ-SEEN
006540           OR NOT DL270-MFT-HWM-SEEN
006550           OR NOT DL270-MFT-ALERT-SEEN
006560           OR DL270-MISMATCH-COUNT > ZERO
006570             MOVE "MANIFEST DOES NOT LIST THE FULL SET - REFUSED"
006580                 TO DL270-RESULT-MSG
006590         WHEN OTHER
006600             GO TO 2000-READ-MANIFEST-EXIT
006610     END-EVALUATE
006620     SET DL270-SET-REFUSED TO TRUE.
006630
006640 2000-READ-MANIFEST-EXIT.
006650     EXIT.
006660
006670 2100-APPLY-ONE-LINE.
006680     IF MFT-VALUE NOT NUMERIC
006690         SET DL270-MFT-BAD-LINE TO TRUE
006700         GO TO 2100-READ-NEXT-LINE
006710     END-IF
006720
006730     IF MFT-TAG = "END"
006740         SET DL270-MFT-END-SEEN TO TRUE
006750         MOVE MFT-VALUE TO DL270-MFT-END-COUNT
006760         GO TO 2100-APPLY-ONE-LINE-EXIT
006770     END-IF
006780
006790     ADD 1 TO DL270-MFT-LINES
006800     EVALUATE MFT-TAG
006810         WHEN "SET"
006820             IF MFT-VALUE = DL270-SET-DATE
006830                 SET DL270-MFT-SET-SEEN TO TRUE
006840             END-IF
006850         WHEN "TAKEN"
006860             CONTINUE
006870         WHEN "FREQSUM"
006880             MOVE MFT-VALUE TO DL270-MFT-FREQ-SUM
006890             SET DL270-MFT-FREQ-SEEN TO TRUE
006900         WHEN "EXCHWM"
006910             MOVE MFT-VALUE TO DL270-MFT-EXC-HWM
006920             SET DL270-MFT-HWM-SEEN TO TRUE
006930         WHEN "ALRTOPEN"
006940             MOVE MFT-VALUE TO DL270-MFT-ALERT-OPEN
006950             SET DL270-MFT-ALERT-SEEN TO TRUE
006960         WHEN OTHER
006970             PERFORM 2200-APPLY-FILE-LINE
006980                 THRU 2200-APPLY-FILE-LINE-EXIT
006990     END-EVALUATE.
007000
007010 2100-READ-NEXT-LINE.
007020     READ ManifestFile
007030       AT END SET EndOfManifest TO TRUE
007040     END-READ.
007050
007060 2100-APPLY-ONE-LINE-EXIT.
007070     EXIT.
007080
007090*----------------------------------------------------------
007100* 2200-APPLY-FILE-LINE - A FILE LINE NAMES ONE OF THE SEVEN
007110* SHARED FILES, ITS RECORD COUNT AND THE COPY HOLDING IT.
007120*----------------------------------------------------------
007130 2200-APPLY-FILE-LINE.
007140     MOVE 1 TO DL270-FIND-SUB
007150     PERFORM 2210-MATCH-ONE-TAG
007160         THRU 2210-MATCH-ONE-TAG-EXIT
007170         UNTIL DL270-FIND-SUB >= DL270-SET-MAX
007180            OR DL270-DEF-TAG(DL270-FIND-SUB) = MFT-TAG
007190
007200     IF DL270-DEF-TAG(DL270-FIND-SUB) NOT = MFT-TAG
007210             OR MFT-NAME = SPACES
007220         SET DL270-MFT-BAD-LINE TO TRUE
007230         GO TO 2200-APPLY-FILE-LINE-EXIT
007240     END-IF
007250
007260     MOVE "Y"       TO DL270-SET-LISTED-SW(DL270-FIND-SUB)
007270     MOVE MFT-VALUE TO DL270-SET-MFT-COUNT(DL270-FIND-SUB)
007280     MOVE MFT-NAME  TO DL270-SET-COPY(DL270-FIND-SUB).
007290
007300 2200-APPLY-FILE-LINE-EXIT.
007310     EXIT.
007320
007330 2210-MATCH-ONE-TAG.
007340     ADD 1 TO DL270-FIND-SUB.
007350
007360 2210-MATCH-ONE-TAG-EXIT.
007370     EXIT.
007380
007390 2300-CHECK-ONE-LISTED.
007400     ADD 1 TO DL270-SET-SUB
007410     IF DL270-SET-LISTED-SW(DL270-SET-SUB) NOT = "Y"
007420         ADD 1 TO DL270-MISMATCH-COUNT
007430     END-IF.
007440
007450 2300-CHECK-ONE-LISTED-EXIT.
007460     EXIT.
007470
007480*----------------------------------------------------------
007490* 3000-VERIFY-SET - RECOUNT EVERY COPY AND RECOMPUTE THE
007500* CONTROL TOTALS FROM THE COPIES, REPORTING MANIFEST AGAINST
007510* FOUND FOR EACH.  ANY DIFFERENCE REFUSES THE RESTORE.
007520*----------------------------------------------------------
007530 3000-VERIFY-SET.
007540     MOVE DL270-RPT-HEADING TO RestoreLine
007550     WRITE RestoreLine
007560
007570     MOVE ZERO TO DL270-SET-SUB
007580     PERFORM 3100-VERIFY-ONE-FILE
007590         THRU 3100-VERIFY-ONE-FILE-EXIT
007600         UNTIL DL270-SET-SUB >= DL270-SET-MAX
007610
007620     MOVE "FREQSUM"          TO DL270-RPT-TAG
007630     MOVE DL270-MFT-FREQ-SUM TO DL270-RPT-MFT
007640     MOVE DL270-FREQ-SUM     TO DL270-RPT-FOUND
007650     IF DL270-FREQ-SUM = DL270-MFT-FREQ-SUM
007660         MOVE "MATCH"        TO DL270-RPT-RESULT
007670     ELSE
007680         MOVE "MISMATCH"     TO DL270-RPT-RESULT
007690         ADD 1 TO DL270-MISMATCH-COUNT
007700     END-IF
007710     MOVE DL270-RPT-DETAIL TO RestoreLine
007720     WRITE RestoreLine
007730
007740     MOVE "EXCHWM"           TO DL270-RPT-TAG
007750     MOVE DL270-MFT-EXC-HWM  TO DL270-RPT-MFT
007760     MOVE DL270-EXC-HWM      TO DL270-RPT-FOUND
007770     IF DL270-EXC-HWM = DL270-MFT-EXC-HWM
007780         MOVE "MATCH"        TO DL270-RPT-RESULT
007790     ELSE
007800         MOVE "MISMATCH"     TO DL270-RPT-RESULT
007810         ADD 1 TO DL270-MISMATCH-COUNT
007820     END-IF
007830     MOVE DL270-RPT-DETAIL TO RestoreLine
007840     WRITE RestoreLine
007850
007860     MOVE "ALRTOPEN"           TO DL270-RPT-TAG
007870     MOVE DL270-MFT-ALERT-OPEN TO DL270-RPT-MFT
007880     MOVE DL270-ALERT-OPEN     TO DL270-RPT-FOUND
007890     IF DL270-ALERT-OPEN = DL270-MFT-ALERT-OPEN
007900         MOVE "MATCH"          TO DL270-RPT-RESULT
007910     ELSE
007920         MOVE "MISMATCH"       TO DL270-RPT-RESULT
007930         ADD 1 TO DL270-MISMATCH-COUNT
007940     END-IF
007950     MOVE DL270-RPT-DETAIL TO RestoreLine
007960     WRITE RestoreLine
007970
007980     MOVE SPACES TO RestoreLine
007990     WRITE RestoreLine
008000
008010     IF DL270-MISMATCH-COUNT > ZERO
008020         SET DL270-SET-REFUSED TO TRUE
008030         MOVE "SET DOES NOT MATCH MANIFEST - RESTORE REFUSED"
008040             TO DL270-RESULT-MSG
008050     END-IF.
008060
008070 3000-VERIFY-SET-EXIT.
008080     EXIT.
008090
008100 3100-VERIFY-ONE-FILE.
008110     ADD 1 TO DL270-SET-SUB
008120     MOVE DL270-SET-COPY(DL270-SET-SUB) TO DL270-COPY-NAME
008130
008140     OPEN INPUT SetFile
008150     IF NOT DL270-SET-STATUS-OK
008160         MOVE "N" TO DL270-SET-FOUND-SW(DL270-SET-SUB)
008170         GO TO 3100-REPORT-ONE-FILE
008180     END-IF
008190
008200     READ SetFile
008210       AT END SET EndOfSetFile TO TRUE
008220     END-READ
008230
008240     PERFORM 3200-COUNT-ONE-LINE
008250         THRU 3200-COUNT-ONE-LINE-EXIT
008260         UNTIL EndOfSetFile
008270
008280     CLOSE SetFile.
008290
008300 3100-REPORT-ONE-FILE.
008310     MOVE DL270-DEF-TAG(DL270-SET-SUB)       TO DL270-RPT-TAG
008320     MOVE DL270-SET-MFT-COUNT(DL270-SET-SUB) TO DL270-RPT-MFT
008330     MOVE DL270-SET-COUNT(DL270-SET-SUB)     TO DL270-RPT-FOUND
008340     EVALUATE TRUE
008350         WHEN DL270-SET-FOUND-SW(DL270-SET-SUB) = "N"
008360             MOVE "COPY MISSING"  TO DL270-RPT-RESULT
008370             ADD 1 TO DL270-MISMATCH-COUNT
008380         WHEN DL270-SET-COUNT(DL270-SET-SUB)
008390                  NOT = DL270-SET-MFT-COUNT(DL270-SET-SUB)
008400             MOVE "MISMATCH"      TO DL270-RPT-RESULT
008410             ADD 1 TO DL270-MISMATCH-COUNT
008420         WHEN OTHER
008430             MOVE "MATCH"         TO DL270-RPT-RESULT
008440     END-EVALUATE
008450     MOVE DL270-RPT-DETAIL TO RestoreLine
008460     WRITE RestoreLine.
008470
008480 3100-VERIFY-ONE-FILE-EXIT.
008490     EXIT.
008500
008510*----------------------------------------------------------
008520* 3200-COUNT-ONE-LINE - COUNT A COPY LINE AND TAKE ITS PART
008530* OF THE CONTROL TOTALS, AS DAY1BKUP DID FROM THE LIVE FILE.
008540*----------------------------------------------------------
008550 3200-COUNT-ONE-LINE.
008560     ADD 1 TO DL270-SET-COUNT(DL270-SET-SUB)
008570
008580     EVALUATE DL270-DEF-TAG(DL270-SET-SUB)
008590         WHEN "MASTER"
008600             IF SET-MST-FREQUENCY NUMERIC
008610                 ADD SET-MST-FREQUENCY TO DL270-FREQ-SUM
008620             END-IF
008630         WHEN "EXCEPT"
008640         WHEN "SEQCTL"
008650             IF SET-LINE(1:5) NUMERIC
008660                 MOVE SET-LINE(1:5) TO DL270-SCAN-SEQ
008670                 IF DL270-SCAN-SEQ > DL270-EXC-HWM
008680                     MOVE DL270-SCAN-SEQ TO DL270-EXC-HWM
008690                 END-IF
008700             END-IF
008710         WHEN "ALERT"
008720             IF SET-LINE NOT = SPACES
008730                 ADD 1 TO DL270-ALERT-OPEN
008740             END-IF
008750         WHEN OTHER
008760             CONTINUE
008770     END-EVALUATE
008780
008790     READ SetFile
008800       AT END SET EndOfSetFile TO TRUE
008810     END-READ.
008820
008830 3200-COUNT-ONE-LINE-EXIT.
008840     EXIT.
008850
008860*----------------------------------------------------------
008870* 4000-RESTORE-MASTER - RELOAD THE KEYED MASTER FROM ITS
008880* COPY.  THE COPY WAS UNLOADED IN KEY ORDER, SO IT LOADS
008890* STRAIGHT BACK SEQUENTIALLY.
008900*----------------------------------------------------------
008910 4000-RESTORE-MASTER.
008920     MOVE DL270-SET-COPY(1) TO DL270-COPY-NAME
008930     OPEN INPUT SetFile
008940     IF NOT DL270-SET-STATUS-OK
008950         GO TO 4000-RESTORE-FAILED
008960     END-IF
008970
008980     OPEN OUTPUT MasterFile
008990     IF NOT DL270-MASTER-STATUS-OK
009000         CLOSE SetFile
009010         GO TO 4000-RESTORE-FAILED
009020     END-IF
009030
009040     READ SetFile
009050       AT END SET EndOfSetFile TO TRUE
009060     END-READ
009070
009080     PERFORM 4100-LOAD-ONE-MASTER
009090         THRU 4100-LOAD-ONE-MASTER-EXIT
009100         UNTIL EndOfSetFile
009110            OR DL270-RESTORE-FAILED
009120
009130     CLOSE MasterFile
009140     CLOSE SetFile
009150     GO TO 4000-RESTORE-MASTER-EXIT.
009160
009170 4000-RESTORE-FAILED.
009180     SET DL270-RESTORE-FAILED TO TRUE
009190     MOVE "MASTER COULD NOT BE RESTORED - RERUN RESTORE"
009200         TO DL270-RESULT-MSG.
009210
009220 4000-RESTORE-MASTER-EXIT.
009230     EXIT.
009240
009250 4100-LOAD-ONE-MASTER.
009260     MOVE SetMasterImage(1:24) TO MasterRecord
009270     WRITE MasterRecord
009280       INVALID KEY
009290         SET DL270-RESTORE-FAILED TO TRUE
009300         MOVE "MASTER COULD NOT BE RESTORED - RERUN RESTORE"
009310             TO DL270-RESULT-MSG
009320         GO TO 4100-LOAD-ONE-MASTER-EXIT
009330     END-WRITE
009340     ADD 1 TO DL270-TOTAL-RECORDS
009350
009360     READ SetFile
009370       AT END SET EndOfSetFile TO TRUE
009380     END-READ.
009390
009400 4100-LOAD-ONE-MASTER-EXIT.
009410     EXIT.
009420
009430*----------------------------------------------------------
009440* 5000-RESTORE-ONE-FILE - REPLACE THE NEXT LIVE FILE WITH
009450* ITS COPY, LINE FOR LINE.
009460*----------------------------------------------------------
009470 5000-RESTORE-ONE-FILE.
009480     ADD 1 TO DL270-SET-SUB
009490     MOVE DL270-SET-COPY(DL270-SET-SUB) TO DL270-COPY-NAME
009500     MOVE DL270-SET-LIVE(DL270-SET-SUB) TO DL270-LIVE-NAME
009510
009520     OPEN INPUT SetFile
009530     IF NOT DL270-SET-STATUS-OK
009540         GO TO 5000-RESTORE-FAILED
009550     END-IF
009560
009570     OPEN OUTPUT LiveFile
009580     IF NOT DL270-LIVE-STATUS-OK
009590         CLOSE SetFile
009600         GO TO 5000-RESTORE-FAILED
009610     END-IF
009620
009630     READ SetFile
009640       AT END SET EndOfSetFile TO TRUE
009650     END-READ
009660
009670     PERFORM 5100-COPY-ONE-LINE
009680         THRU 5100-COPY-ONE-LINE-EXIT
009690         UNTIL EndOfSetFile
009700
009710     CLOSE LiveFile
009720     CLOSE SetFile
009730     GO TO 5000-RESTORE-ONE-FILE-EXIT.
009740
009750 5000-RESTORE-FAILED.
009760     SET DL270-RESTORE-FAILED TO TRUE
009770     MOVE SPACES TO DL270-RESULT-MSG
009780     STRING DL270-DEF-TAG(DL270-SET-SUB) DELIMITED BY SPACE
009790            " COULD NOT BE RESTORED - RERUN RESTORE"
009800                                         DELIMITED BY SIZE
009810         INTO DL270-RESULT-MSG
009820     END-STRING.
009830
009840 5000-RESTORE-ONE-FILE-EXIT.
009850     EXIT.
009860
009870 5100-COPY-ONE-LINE.
009880     MOVE SetRecord TO LiveRecord
009890     WRITE LiveRecord
009900     ADD 1 TO DL270-TOTAL-RECORDS
009910
009920     READ SetFile
009930       AT END SET EndOfSetFile TO TRUE
009940     END-READ.
009950
009960 5100-COPY-ONE-LINE-EXIT.
009970     EXIT.
009980
009990*----------------------------------------------------------
010000* 8100-WRITE-RESULT - CLOSE THE REPORT WITH THE OUTCOME.
010010*----------------------------------------------------------
010020 8100-WRITE-RESULT.
010030     MOVE DL270-RESULT-MSG      TO DL270-RPT-RES-MSG
010040     MOVE DL270-RPT-RESULT-LINE TO RestoreLine
010050     WRITE RestoreLine.
010060
010070 8100-WRITE-RESULT-EXIT.
010080     EXIT.
010090
010100*----------------------------------------------------------
010110* 9500-WRITE-AUDIT-LOG - ONE RESTORE LINE IN THE SHARED AUDIT
010120* LOG NAMING THE SET.  AFTER A RESTORE IT IS APPENDED TO THE
010130* RESTORED LOG, SO THE RESTORE ITSELF STAYS ON RECORD.  A
010140* REFUSED SET LEAVES THE LOG AS IT WAS APART FROM THIS LINE.
010150*----------------------------------------------------------
010160 9500-WRITE-AUDIT-LOG.
010170     MOVE DL270-RUN-MM        TO DL270-AUD-MM
010180     MOVE DL270-RUN-DD        TO DL270-AUD-DD
010190     MOVE DL270-RUN-YYYY      TO DL270-AUD-YYYY
010200     MOVE DL270-RUN-HH        TO DL270-AUD-HH
010210     MOVE DL270-RUN-MIN       TO DL270-AUD-MIN
010220     MOVE DL270-RUN-SEC       TO DL270-AUD-SEC
010230     MOVE "RESTORE"           TO DL270-AUD-MODE
010240     MOVE DL270-SET-NAME      TO DL270-AUD-FILE
010250     MOVE DL270-TOTAL-RECORDS TO DL270-AUD-REC-CNT
010260     MOVE DL270-FREQ-SUM      TO DL270-AUD-END-FREQ
010270     EVALUATE TRUE
010280         WHEN DL270-RESTORE-DONE
010290             MOVE "NORMAL"    TO DL270-AUD-STATUS
010300         WHEN DL270-RESTORE-FAILED
010310             MOVE "FAILED"    TO DL270-AUD-STATUS
010320         WHEN OTHER
010330             MOVE "REFUSED"   TO DL270-AUD-STATUS
010340     END-EVALUATE
010350     MOVE SPACES              TO DL270-AUD-DEVICE
010360
010370     OPEN EXTEND AuditFile
010380     IF DL270-AUDIT-NOT-FOUND
010390         OPEN OUTPUT AuditFile
010400     END-IF
010410     MOVE DL270-AUDIT-LINE TO AuditLine
010420     WRITE AuditLine
010430     CLOSE AuditFile.
010440
010450 9500-WRITE-AUDIT-LOG-EXIT.
010460     EXIT.
010470
010480*----------------------------------------------------------
010490* 9000-TERMINATE - CLOSE FILES
010500*----------------------------------------------------------
010510 9000-TERMINATE.
010520     CLOSE RestoreReportFile
010530
010540     PERFORM 9700-RELEASE-INTERLOCK
010550         THRU 9700-RELEASE-INTERLOCK-EXIT.
010560
010570 9000-TERMINATE-EXIT.
010580     EXIT.
010590
010600*----------------------------------------------------------
010610* 1900-CLAIM-INTERLOCK - ONE LOCK RECORD GUARDS ALL THE
010620* SHARED LIVE FILES.  A CONFLICTING START ENDS LOCKED
010630* INSTEAD OF RACING; THE FORCE RUN PARAMETER BREAKS A STALE
010640* LOCK LEFT BY AN ABEND.
010650*----------------------------------------------------------
010660 1900-CLAIM-INTERLOCK.
010670     OPEN INPUT LockFile
010680     IF DL270-LOCK-STATUS-OK
010690         READ LockFile
010700           AT END
010710             CONTINUE
010720           NOT AT END
010730             IF LCK-PROGRAM-ID NOT = SPACES
010740                     AND NOT DL270-LOCK-FORCE
010750                 SET DL270-LOCK-CONFLICT TO TRUE
010760                 MOVE LCK-PROGRAM-ID TO DL270-LOCK-OWNER
010770             END-IF
010780         END-READ
010790         CLOSE LockFile
010800     END-IF
010810
010820     IF DL270-LOCK-CONFLICT
010830         GO TO 1900-CLAIM-INTERLOCK-EXIT
010840     END-IF
010850
010860     OPEN OUTPUT LockFile
010870     MOVE SPACES              TO LockRecord
010880     MOVE "DAY1REST"          TO LCK-PROGRAM-ID
010890     MOVE DL270-RUN-DATE      TO LCK-RUN-DATE
010900     MOVE DL270-RUN-TIME(1:6) TO LCK-RUN-TIME
010910     MOVE "MASTER HISTORY EXCEPT ALERT AUDIT"
010920         TO LCK-FILES-HELD
010930     WRITE LockRecord
010940     CLOSE LockFile
010950     SET DL270-LOCK-HELD TO TRUE.
010960
010970 1900-CLAIM-INTERLOCK-EXIT.
010980     EXIT.
010990
011000*----------------------------------------------------------
011010* 9550-WRITE-LOCKED-AUDIT - THE LOCKED COMPLETION LINE FOR A
011020* START THAT FOUND THE SHARED FILES HELD.
011030*----------------------------------------------------------
011040 9550-WRITE-LOCKED-AUDIT.
011050     MOVE DL270-RUN-MM        TO DL270-AUD-MM
011060     MOVE DL270-RUN-DD        TO DL270-AUD-DD
011070     MOVE DL270-RUN-YYYY      TO DL270-AUD-YYYY
011080     MOVE DL270-RUN-HH        TO DL270-AUD-HH
011090     MOVE DL270-RUN-MIN       TO DL270-AUD-MIN
011100     MOVE DL270-RUN-SEC       TO DL270-AUD-SEC
011110     MOVE "RESTORE"           TO DL270-AUD-MODE
011120     MOVE SPACES              TO DL270-AUD-FILE
011130     STRING "LOCKED BY "      DELIMITED BY SIZE
011140            DL270-LOCK-OWNER  DELIMITED BY SIZE
011150         INTO DL270-AUD-FILE
011160     END-STRING
011170     MOVE ZERO                TO DL270-AUD-REC-CNT
011180     MOVE ZERO                TO DL270-AUD-END-FREQ
011190     MOVE "LOCKED"            TO DL270-AUD-STATUS
011200     MOVE SPACES              TO DL270-AUD-DEVICE
011210
011220     OPEN EXTEND AuditFile
011230     IF DL270-AUDIT-NOT-FOUND
011240         OPEN OUTPUT AuditFile
011250     END-IF
011260     MOVE DL270-AUDIT-LINE TO AuditLine
011270     WRITE AuditLine
011280     CLOSE AuditFile.
011290
011300 9550-WRITE-LOCKED-AUDIT-EXIT.
011310     EXIT.
011320
011330*----------------------------------------------------------
011340* 9560-WRITE-LOCKED-ALERT - THE CONSOLE SEES EVERY LOCKED-OUT
011350* START; A RECURRING ONE MEANS THE WINDOW NO LONGER FITS.
011360*----------------------------------------------------------
011370 9560-WRITE-LOCKED-ALERT.
011380     MOVE DL270-RUN-DATE        TO ALT-RUN-DATE
011390     MOVE DL270-RUN-TIME(1:6)   TO ALT-RUN-TIME
011400     MOVE "CRITICAL"            TO ALT-SEVERITY
011410     MOVE "LOCKED"              TO ALT-COMPLETION
011420     MOVE DL270-SET-NAME        TO ALT-INPUT-FILE
011430     MOVE SPACES                TO ALT-MESSAGE
011440     STRING "SHARED FILES LOCKED BY " DELIMITED BY SIZE
011450            DL270-LOCK-OWNER         DELIMITED BY SIZE
011460         INTO ALT-MESSAGE
011470     END-STRING
011480
011490     OPEN EXTEND AlertFile
011500     IF DL270-ALERT-NOT-FOUND
011510         OPEN OUTPUT AlertFile
011520     END-IF
011530     WRITE AlertRecord
011540     CLOSE AlertFile.
011550
011560 9560-WRITE-LOCKED-ALERT-EXIT.
011570     EXIT.
011580
011590*----------------------------------------------------------
011600* 9700-RELEASE-INTERLOCK - LEAVE THE LOCK FILE EMPTY SO THE
011610* NEXT PROGRAM CAN CLAIM IT.  ONLY THE HOLDER RELEASES.
011620*----------------------------------------------------------
011630 9700-RELEASE-INTERLOCK.
011640     IF DL270-LOCK-HELD
011650         OPEN OUTPUT LockFile
011660         CLOSE LockFile
011670     END-IF.
011680
011690 9700-RELEASE-INTERLOCK-EXIT.
011700     EXIT.
