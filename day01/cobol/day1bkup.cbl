000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    DAY1BKUP.
000030 AUTHOR.        DAVID ARAMANT.
000040 INSTALLATION.  CALIBRATION SYSTEMS.
000050 DATE-WRITTEN.  2026-10-15.
000060 DATE-COMPILED.
000070*----------------------------------------------------------
000080* MODIFICATION HISTORY
000090*----------------------------------------------------------
000100* 2026-10-15  DA  ORIGINAL PROGRAM - SHARED FILE SET BACKUP.
000110*                 UNDER THE SHARED-FILE RUN INTERLOCK
000120*                 (DAY1-LOCK.DAT) COPIES THE MASTER, HISTORY,
000130*                 EXCEPTION QUEUE, SEQUENCE CONTROL, FEED
000140*                 STATUS, ALERT AND AUDIT FILES TO ONE DATED
000150*                 BACKUP SET (BKUPSET= CARD PREFIX, DEFAULT
000160*                 DAY1-BKUP, THEN -YYYYMMDD.FILE), SO ALL SEVEN
000170*                 ARE CAUGHT AT THE SAME MOMENT.  THE KEYED
000180*                 MASTER IS UNLOADED IN KEY ORDER AS RECORD
000190*                 IMAGES.  A MANIFEST (.MANIFEST) RECORDS EACH
000200*                 FILE'S RECORD COUNT AND THE SET'S CONTROL
000210*                 TOTALS - THE SUM OF MST-FREQUENCY, THE
000220*                 EXCEPTION SEQUENCE HIGH-WATER MARK AND THE
000230*                 OPEN ALERT COUNT - FOR DAY1REST TO PROVE THE
000240*                 SET AGAINST BEFORE IT RESTORES ANYTHING.
000250*                 WRITES DAY1-BKUP.TXT AND A BACKUP AUDIT LINE.
000260*----------------------------------------------------------
000270 ENVIRONMENT DIVISION.
000280 CONFIGURATION SECTION.
000290 SOURCE-COMPUTER.   IBM-370.
000300 OBJECT-COMPUTER.   IBM-370.
000310 INPUT-OUTPUT SECTION.
000320 FILE-CONTROL.
000330     SELECT MasterFile
000340                ASSIGN TO DYNAMIC DL260-MASTER-FILENAME
000350                ORGANIZATION IS INDEXED
000360                ACCESS MODE IS SEQUENTIAL
000370                RECORD KEY IS MST-DEVICE-ID
000380                FILE STATUS IS DL260-MASTER-STATUS.
000390
000400     SELECT LiveFile
000410                ASSIGN TO DYNAMIC DL260-LIVE-NAME
000420                ORGANIZATION IS LINE SEQUENTIAL
000430                FILE STATUS IS DL260-LIVE-STATUS.
000440
000450     SELECT SetFile
000460                ASSIGN TO DYNAMIC DL260-COPY-NAME
000470                ORGANIZATION IS LINE SEQUENTIAL
000480                FILE STATUS IS DL260-SET-STATUS.
000490
000500     SELECT ManifestFile
000510                ASSIGN TO DYNAMIC DL260-MANIFEST-NAME
000520                ORGANIZATION IS LINE SEQUENTIAL
000530                FILE STATUS IS DL260-MANIFEST-STATUS.
000540
000550     SELECT BackupReportFile ASSIGN TO "day1-bkup.txt"
000560                ORGANIZATION IS LINE SEQUENTIAL.
000570
000580     SELECT AuditFile ASSIGN TO DYNAMIC DL260-AUDIT-FILENAME
000590                ORGANIZATION IS LINE SEQUENTIAL
000600                FILE STATUS IS DL260-AUDIT-STATUS.
000610
000620     SELECT ControlCardFile ASSIGN TO "day1-control.crd"
000630                ORGANIZATION IS LINE SEQUENTIAL
000640                FILE STATUS IS DL260-CONTROL-STATUS.
000650
000660     SELECT AlertFile ASSIGN TO DYNAMIC DL260-ALERT-FILENAME
000670                ORGANIZATION IS LINE SEQUENTIAL
000680                FILE STATUS IS DL260-ALERT-STATUS.
000690
000700     SELECT LockFile ASSIGN TO "day1-lock.dat"
000710                ORGANIZATION IS LINE SEQUENTIAL
000720                FILE STATUS IS DL260-LOCK-STATUS.
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
000840*----------------------------------------------------------
000850* LIVE AND BACKUP COPIES OF THE LINE SEQUENTIAL FILES ARE
000860* MOVED AS WHOLE LINES; THE LONGEST IS THE 120-BYTE AUDIT
000862* AND ALERT LINE, WHICH LIV-LINE X(256) COVERS.
000870*----------------------------------------------------------
000880 FD  LiveFile.
000890 01  LiveRecord.
000900     88  EndOfLiveFile      VALUE HIGH-VALUES.
000910     02  LIV-LINE           PIC X(256).
000920
000930 FD  SetFile.
000940 01  SetRecord.
000950     02  SET-LINE           PIC X(256).
000960
000970*----------------------------------------------------------
000980* BACKUP MANIFEST - ONE LINE PER ITEM.  "SET" CARRIES THE SET
000990* DATE, "TAKEN" THE TIME, ONE LINE PER FILE ITS RECORD COUNT
001000* AND COPY NAME, THEN "FREQSUM", "EXCHWM" AND "ALRTOPEN" THE
001010* CONTROL TOTALS.  "END" CARRIES THE NUMBER OF LINES BEFORE
001020* IT, SO A CUT-SHORT MANIFEST CANNOT PASS.
001030*----------------------------------------------------------
001040 FD  ManifestFile.
001050 01  ManifestRecord.
001060     02  MFT-TAG            PIC X(08).
001070     02  FILLER             PIC X(01).
001080     02  MFT-VALUE          PIC S9(11) SIGN LEADING SEPARATE.
001090     02  FILLER             PIC X(01).
001100     02  MFT-NAME           PIC X(58).
001110
001120 FD  BackupReportFile.
001130 01  BackupLine             PIC X(080).
001140
001150 FD  AuditFile.
001160 01  AuditLine              PIC X(120).
001170
001180 FD  ControlCardFile.
001190 01  ControlCardRecord.
001200     88  EndOfControlCards  VALUE HIGH-VALUES.
001210     02  CC-CARD-AREA       PIC X(80).
001220
001230 FD  AlertFile.
001240 01  AlertRecord.
001250     02  ALT-RUN-DATE       PIC 9(08).
001260     02  ALT-RUN-TIME       PIC 9(06).
001270     02  ALT-SEVERITY       PIC X(08).
001280     02  ALT-COMPLETION     PIC X(08).
001290     02  ALT-INPUT-FILE     PIC X(50).
001300     02  ALT-MESSAGE        PIC X(40).
001310
001320 FD  LockFile.
001330 01  LockRecord.
001340     02  LCK-PROGRAM-ID     PIC X(08).
001350     02  FILLER             PIC X(01).
001360     02  LCK-RUN-DATE       PIC 9(08).
001370     02  FILLER             PIC X(01).
001380     02  LCK-RUN-TIME       PIC 9(06).
001390     02  FILLER             PIC X(01).
001400     02  LCK-FILES-HELD     PIC X(40).
001410
001420 WORKING-STORAGE SECTION.
001430*----------------------------------------------------------
001440* SHARED FILE NAMES - THE SAME CONTROL CARDS DAY1 HONORS ARE
001450* READ HERE TOO, SO THE BACKUP TAKES THE FILES THE RUNS USE.
001460* THE SEQUENCE CONTROL AND FEED STATUS FILES HAVE NO CARD.
001470*----------------------------------------------------------
001480 01  DL260-FILE-NAMES.
001490     02  DL260-MASTER-FILENAME  PIC X(080)
001500                                VALUE "day1-master.dat".
001510     02  DL260-HISTORY-FILENAME PIC X(080)
001520                                VALUE "day1-history.txt".
001530     02  DL260-EXCEPT-FILENAME  PIC X(080)
001540                                VALUE "day1-except.txt".
001550     02  DL260-SEQCTL-FILENAME  PIC X(080)
001560                                VALUE "day1-seqctl.dat".
001570     02  DL260-FEEDSTAT-FILENAME PIC X(080)
001580                                VALUE "day1-feedstat.dat".
001590     02  DL260-ALERT-FILENAME   PIC X(080)
001600                                VALUE "day1-alert.dat".
001610     02  DL260-AUDIT-FILENAME   PIC X(080)
001620                                VALUE "day1-audit.txt".
001630     02  DL260-SET-PREFIX       PIC X(064)
001640                                VALUE "day1-bkup".
001650     02  DL260-LIVE-NAME        PIC X(080) VALUE SPACES.
001660     02  DL260-COPY-NAME        PIC X(080) VALUE SPACES.
001670     02  DL260-MANIFEST-NAME    PIC X(080) VALUE SPACES.
001680     02  DL260-SET-NAME         PIC X(080) VALUE SPACES.
001690
001700 01  DL260-MASTER-STATUS        PIC X(02) VALUE SPACES.
001710     88  DL260-MASTER-STATUS-OK     VALUE "00".
001720     88  DL260-MASTER-NOT-FOUND     VALUE "35".
001730
001740 01  DL260-LIVE-STATUS          PIC X(02) VALUE SPACES.
001750     88  DL260-LIVE-STATUS-OK       VALUE "00".
001760     88  DL260-LIVE-NOT-FOUND       VALUE "35".
001770
001780 01  DL260-SET-STATUS           PIC X(02) VALUE SPACES.
001790     88  DL260-SET-STATUS-OK        VALUE "00".
001800
001810 01  DL260-MANIFEST-STATUS      PIC X(02) VALUE SPACES.
001820     88  DL260-MANIFEST-STATUS-OK   VALUE "00".
001830
001840 01  DL260-AUDIT-STATUS         PIC X(02) VALUE SPACES.
001850     88  DL260-AUDIT-STATUS-OK      VALUE "00".
001860     88  DL260-AUDIT-NOT-FOUND      VALUE "35".
001870
001880 01  DL260-CONTROL-STATUS       PIC X(02) VALUE SPACES.
001890     88  DL260-CONTROL-STATUS-OK    VALUE "00".
001900
001910 01  DL260-ALERT-STATUS         PIC X(02) VALUE SPACES.
001920     88  DL260-ALERT-STATUS-OK      VALUE "00".
001930     88  DL260-ALERT-NOT-FOUND      VALUE "35".
001940
001950*----------------------------------------------------------
001960* SHARED-FILE RUN INTERLOCK - SEE DAY1.  A CONFLICTING START
001970* ENDS LOCKED; THE FORCE RUN PARAMETER BREAKS A STALE LOCK.
001980*----------------------------------------------------------
001990 01  DL260-LOCK-STATUS          PIC X(02) VALUE SPACES.
002000     88  DL260-LOCK-STATUS-OK       VALUE "00".
002010
002020 01  DL260-LOCK-CONTROL.
002030     02  DL260-LOCK-HELD-SW     PIC X(01) VALUE "N".
002040         88  DL260-LOCK-HELD        VALUE "Y".
002050     02  DL260-LOCK-CONFLICT-SW PIC X(01) VALUE "N".
002060         88  DL260-LOCK-CONFLICT    VALUE "Y".
002070     02  DL260-LOCK-FORCE-SW    PIC X(01) VALUE "N".
002080         88  DL260-LOCK-FORCE       VALUE "Y".
002090     02  DL260-LOCK-OWNER       PIC X(08) VALUE SPACES.
002100
002110 01  DL260-CARD-WORK.
002120     02  DL260-CARD-KEYWORD     PIC X(16).
002130     02  DL260-CARD-VALUE       PIC X(64).
002140
002150 01  DL260-PARM-AREA.
002160     02  DL260-PARM-STRING      PIC X(080).
002170     02  DL260-PARM-TOKEN       PIC X(080).
002180
002190 01  DL260-RUN-DATE-FIELDS.
002200     02  DL260-RUN-DATE         PIC 9(08) VALUE ZERO.
002210     02  DL260-RUN-DATE-X REDEFINES DL260-RUN-DATE.
002220         03  DL260-RUN-YYYY     PIC 9(04).
002230         03  DL260-RUN-MM       PIC 9(02).
002240         03  DL260-RUN-DD       PIC 9(02).
002250     02  DL260-RUN-TIME         PIC 9(08) VALUE ZERO.
002260     02  DL260-RUN-TIME-X REDEFINES DL260-RUN-TIME.
002270         03  DL260-RUN-HH       PIC 9(02).
002280         03  DL260-RUN-MIN      PIC 9(02).
002290         03  DL260-RUN-SEC      PIC 9(02).
002300         03  FILLER             PIC 9(02).
002310
002320*----------------------------------------------------------
002330* THE BACKUP SET - ONE ENTRY PER SHARED FILE, IN THE ORDER
002340* THEY ARE COPIED AND LISTED IN THE MANIFEST.  ENTRY 1 IS THE
002350* KEYED MASTER; THE REST ARE COPIED LINE FOR LINE.
002360*----------------------------------------------------------
002370 01  DL260-SET-DEFS.
002380     02  FILLER  PIC X(16) VALUE "MASTER  master  ".
002390     02  FILLER  PIC X(16) VALUE "HISTORY history ".
002400     02  FILLER  PIC X(16) VALUE "EXCEPT  except  ".
002410     02  FILLER  PIC X(16) VALUE "SEQCTL  seqctl  ".
002420     02  FILLER  PIC X(16) VALUE "FEEDSTATfeedstat".
002430     02  FILLER  PIC X(16) VALUE "ALERT   alert   ".
002440     02  FILLER  PIC X(16) VALUE "AUDIT   audit   ".
002450 01  DL260-SET-DEFS-R REDEFINES DL260-SET-DEFS.
002460     02  DL260-DEF-ENTRY OCCURS 7 TIMES.
002470         03  DL260-DEF-TAG      PIC X(08).
002480         03  DL260-DEF-SUFFIX   PIC X(08).
002490
002500 01  DL260-SET-CONTROL.
002510     02  DL260-SET-SUB          PIC 9(02) COMP VALUE ZERO.
002520     02  DL260-SET-MAX          PIC 9(02) COMP VALUE 7.
002530
002540 01  DL260-SET-TABLE.
002550     02  DL260-SET-ENTRY OCCURS 7 TIMES.
002560         03  DL260-SET-LIVE     PIC X(080).
002570         03  DL260-SET-COPY     PIC X(080).
002580         03  DL260-SET-COUNT    PIC 9(09) COMP.
002590         03  DL260-SET-FOUND-SW PIC X(01).
002600
002610*----------------------------------------------------------
002620* CONTROL TOTALS - THE SAME FIGURES DAY1REST RECOMPUTES FROM
002630* THE COPIES.  THE HIGH-WATER MARK IS THE GREATER OF THE
002640* SEQUENCE CONTROL FILE AND THE HIGHEST KEY IN THE QUEUE, AS
002650* DAY1 TAKES IT; EVERY LINE LEFT IN THE LIVE ALERT FILE IS
002660* STILL OPEN (DAY1ALRT ARCHIVES THE ACKNOWLEDGED ONES).
002670*----------------------------------------------------------
002680 01  DL260-CONTROL-TOTALS.
002690     02  DL260-FREQ-SUM         PIC S9(11) VALUE ZERO.
002700     02  DL260-EXC-HWM          PIC 9(05) VALUE ZERO.
002710     02  DL260-ALERT-OPEN       PIC 9(07) VALUE ZERO.
002720     02  DL260-SCAN-SEQ         PIC 9(05) VALUE ZERO.
002730     02  DL260-TOTAL-RECORDS    PIC 9(09) COMP VALUE ZERO.
002740     02  DL260-MISSING-COUNT    PIC 9(02) COMP VALUE ZERO.
002750     02  DL260-MFT-LINES        PIC 9(05) COMP VALUE ZERO.
002760     02  DL260-COPY-OK-SW       PIC X(01) VALUE "Y".
002770         88  DL260-COPY-OK          VALUE "Y".
002780         88  DL260-COPY-FAILED      VALUE "N".
002790
002800*----------------------------------------------------------
002810* AUDIT LINE LAYOUT - SAME LAYOUT DAY1 WRITES, WITH THE
002820* DEVICE ID IN COLUMNS 112-119.
002830*----------------------------------------------------------
002840 01  DL260-AUDIT-LINE.
002850     05  DL260-AUD-MM       PIC 9(02).
002860     05  FILLER             PIC X(001) VALUE "/".
002870     05  DL260-AUD-DD       PIC 9(02).
002880     05  FILLER             PIC X(001) VALUE "/".
002890     05  DL260-AUD-YYYY     PIC 9(04).
002900     05  FILLER             PIC X(001) VALUE SPACES.
002910     05  DL260-AUD-HH       PIC 9(02).
002920     05  FILLER             PIC X(001) VALUE ":".
002930     05  DL260-AUD-MIN      PIC 9(02).
002940     05  FILLER             PIC X(001) VALUE ":".
002950     05  DL260-AUD-SEC      PIC 9(02).
002960     05  FILLER             PIC X(002) VALUE SPACES.
002970     05  DL260-AUD-MODE     PIC X(008).
002980     05  FILLER             PIC X(002) VALUE SPACES.
002990     05  DL260-AUD-FILE     PIC X(050).
003000     05  FILLER             PIC X(002) VALUE SPACES.
003010     05  DL260-AUD-REC-CNT  PIC ZZZ,ZZ9.
003020     05  FILLER             PIC X(002) VALUE SPACES.
003030     05  DL260-AUD-END-FREQ PIC -(8)9.
003040     05  FILLER             PIC X(002) VALUE SPACES.
003050     05  DL260-AUD-STATUS   PIC X(008).
003060     05  DL260-AUD-DEVICE   PIC X(008) VALUE SPACES.
003070     05  FILLER             PIC X(001) VALUE SPACES.
003080
003090*----------------------------------------------------------
003100* BACKUP REPORT LINE LAYOUTS
003110*----------------------------------------------------------
003120 01  DL260-RPT-TITLE.
003130     05  FILLER    PIC X(031) VALUE
003140                   "DAY1 SHARED FILE BACKUP REPORT".
003150     05  FILLER    PIC X(049) VALUE SPACES.
003160
003170 01  DL260-RPT-RUN-DATE.
003180     05  FILLER            PIC X(016) VALUE "RUN DATE.....: ".
003190     05  DL260-RPT-MM      PIC 9(02).
003200     05  FILLER            PIC X(001) VALUE "/".
003210     05  DL260-RPT-DD      PIC 9(02).
003220     05  FILLER            PIC X(001) VALUE "/".
003230     05  DL260-RPT-YYYY    PIC 9(04).
003240     05  FILLER            PIC X(054) VALUE SPACES.
003250
003260 01  DL260-RPT-SET.
003270     05  FILLER            PIC X(016) VALUE "BACKUP SET...: ".
003280     05  DL260-RPT-SET-NAME PIC X(064).
003290
003300 01  DL260-RPT-HEADING.
003310     05  FILLER    PIC X(010) VALUE "FILE".
003320     05  FILLER    PIC X(013) VALUE "    RECORDS".
003330     05  FILLER    PIC X(002) VALUE SPACES.
003340     05  FILLER    PIC X(055) VALUE "COPY".
003350
003360 01  DL260-RPT-DETAIL.
003370     05  DL260-RPT-TAG      PIC X(008).
003380     05  FILLER             PIC X(002) VALUE SPACES.
003390     05  DL260-RPT-COUNT    PIC ZZZ,ZZZ,ZZ9.
003400     05  FILLER             PIC X(004) VALUE SPACES.
003410     05  DL260-RPT-COPY     PIC X(040).
003420     05  FILLER             PIC X(002) VALUE SPACES.
003430     05  DL260-RPT-NOTE     PIC X(013).
003440
003450 01  DL260-RPT-FREQ-SUM.
003460     05  FILLER             PIC X(016) VALUE "FREQUENCY SUM: ".
003470     05  DL260-RPT-FREQ     PIC -(10)9.
003480     05  FILLER             PIC X(053) VALUE SPACES.
003490
003500 01  DL260-RPT-HWM.
003510     05  FILLER             PIC X(016) VALUE "EXCEPT HWM...: ".
003520     05  DL260-RPT-HWM-VAL  PIC ZZZZ9.
003530     05  FILLER             PIC X(059) VALUE SPACES.
003540
003550 01  DL260-RPT-ALERTS.
003560     05  FILLER             PIC X(016) VALUE "OPEN ALERTS..: ".
003570     05  DL260-RPT-ALT-CNT  PIC ZZZ,ZZ9.
003580     05  FILLER             PIC X(057) VALUE SPACES.
003590
003600 PROCEDURE DIVISION.
003610*----------------------------------------------------------
003620* 0000-MAINLINE-CONTROL
003630*----------------------------------------------------------
003640 0000-MAINLINE-CONTROL.
003650     PERFORM 1000-INITIALIZE
003660         THRU 1000-INITIALIZE-EXIT.
003670
003680*    ANOTHER PROGRAM HOLDS THE SHARED FILES - A COPY TAKEN NOW
003690*    COULD CATCH THEM HALF-UPDATED, SO END LOCKED.
003700     IF DL260-LOCK-CONFLICT
003710         MOVE "INTERLOCK HELD - RUN ENDED LOCKED"
003720             TO BackupLine
003730         WRITE BackupLine
003740         PERFORM 9550-WRITE-LOCKED-AUDIT
003750             THRU 9550-WRITE-LOCKED-AUDIT-EXIT
003760         PERFORM 9560-WRITE-LOCKED-ALERT
003770             THRU 9560-WRITE-LOCKED-ALERT-EXIT
003780         PERFORM 9000-TERMINATE
003790             THRU 9000-TERMINATE-EXIT
003800         STOP RUN
003810     END-IF.
003820
003830     PERFORM 2000-BACKUP-MASTER
003840         THRU 2000-BACKUP-MASTER-EXIT.
003850
003860     MOVE 1 TO DL260-SET-SUB
003870     PERFORM 3000-BACKUP-ONE-FILE
003880         THRU 3000-BACKUP-ONE-FILE-EXIT
003890         UNTIL DL260-SET-SUB >= DL260-SET-MAX.
003900
003910     PERFORM 4000-WRITE-MANIFEST
003920         THRU 4000-WRITE-MANIFEST-EXIT.
003930
003940     PERFORM 8000-PRODUCE-REPORT
003950         THRU 8000-PRODUCE-REPORT-EXIT.
003960
003970     PERFORM 9500-WRITE-AUDIT-LOG
003980         THRU 9500-WRITE-AUDIT-LOG-EXIT.
003990
004000     PERFORM 9000-TERMINATE
004010         THRU 9000-TERMINATE-EXIT.
004020
004030     STOP RUN.
004040
004050*----------------------------------------------------------
004060* 1000-INITIALIZE - CAPTURE THE RUN DATE/TIME, NAME THE
004070* BACKUP SET AND ITS FILES, AND CLAIM THE INTERLOCK.
004080*----------------------------------------------------------
004090 1000-INITIALIZE.
004100     PERFORM 1300-READ-CONTROL-CARDS
004110         THRU 1300-READ-CONTROL-CARDS-EXIT
004120
004130     OPEN OUTPUT BackupReportFile
004140
004150     ACCEPT DL260-RUN-DATE FROM DATE YYYYMMDD
004160     ACCEPT DL260-RUN-TIME FROM TIME
004170
004180*    A "FORCE" RUN PARAMETER BREAKS A STALE INTERLOCK LEFT
004190*    BY AN ABEND.
004200     ACCEPT DL260-PARM-STRING FROM COMMAND-LINE
004210     IF DL260-PARM-STRING NOT = SPACES
004220         MOVE SPACES TO DL260-PARM-TOKEN
004230         UNSTRING DL260-PARM-STRING DELIMITED BY ALL SPACE
004240             INTO DL260-PARM-TOKEN
004250         END-UNSTRING
004260         IF DL260-PARM-TOKEN = "FORCE"
004270             SET DL260-LOCK-FORCE TO TRUE
004280         END-IF
004290     END-IF
004300
004310     MOVE SPACES TO DL260-SET-NAME
004320     STRING DL260-SET-PREFIX    DELIMITED BY SPACE
004330            "-"                 DELIMITED BY SIZE
004340            DL260-RUN-DATE-X    DELIMITED BY SIZE
004350         INTO DL260-SET-NAME
004360     END-STRING
004370
004380     MOVE DL260-MASTER-FILENAME   TO DL260-SET-LIVE(1)
004390     MOVE DL260-HISTORY-FILENAME  TO DL260-SET-LIVE(2)
004400     MOVE DL260-EXCEPT-FILENAME   TO DL260-SET-LIVE(3)
004410     MOVE DL260-SEQCTL-FILENAME   TO DL260-SET-LIVE(4)
004420     MOVE DL260-FEEDSTAT-FILENAME TO DL260-SET-LIVE(5)
004430     MOVE DL260-ALERT-FILENAME    TO DL260-SET-LIVE(6)
004440     MOVE DL260-AUDIT-FILENAME    TO DL260-SET-LIVE(7)
004450
004460     MOVE ZERO TO DL260-SET-SUB
004470     PERFORM 1100-NAME-ONE-COPY
004480         THRU 1100-NAME-ONE-COPY-EXIT
004490         UNTIL DL260-SET-SUB >= DL260-SET-MAX
004500
004510     MOVE SPACES TO DL260-MANIFEST-NAME
004520     STRING DL260-SET-NAME      DELIMITED BY SPACE
004530            ".manifest"         DELIMITED BY SIZE
004540         INTO DL260-MANIFEST-NAME
004550     END-STRING
004560
004570     MOVE DL260-RUN-MM   TO DL260-RPT-MM
004580     MOVE DL260-RUN-DD   TO DL260-RPT-DD
004590     MOVE DL260-RUN-YYYY TO DL260-RPT-YYYY
004600     MOVE DL260-SET-NAME TO DL260-RPT-SET-NAME
004610
004620     MOVE DL260-RPT-TITLE    TO BackupLine
004630     WRITE BackupLine
004640     MOVE SPACES             TO BackupLine
004650     WRITE BackupLine
004660     MOVE DL260-RPT-RUN-DATE TO BackupLine
004670     WRITE BackupLine
004680     MOVE DL260-RPT-SET      TO BackupLine
004690     WRITE BackupLine
004700     MOVE SPACES             TO BackupLine
004710     WRITE BackupLine
004720
004730     PERFORM 1900-CLAIM-INTERLOCK
004740         THRU 1900-CLAIM-INTERLOCK-EXIT.
004750
004760 1000-INITIALIZE-EXIT.
004770     EXIT.
004780
004790*----------------------------------------------------------
004800* 1100-NAME-ONE-COPY - A COPY IS NAMED SET-NAME.SUFFIX.
004810*----------------------------------------------------------
004820 1100-NAME-ONE-COPY.
004830     ADD 1 TO DL260-SET-SUB
004840     MOVE SPACES TO DL260-SET-COPY(DL260-SET-SUB)
004850     STRING DL260-SET-NAME      DELIMITED BY SPACE
004860            "."                 DELIMITED BY SIZE
004870            DL260-DEF-SUFFIX(DL260-SET-SUB)
004880                                DELIMITED BY SPACE
004890         INTO DL260-SET-COPY(DL260-SET-SUB)
004900     END-STRING
004910     MOVE ZERO TO DL260-SET-COUNT(DL260-SET-SUB)
004920     MOVE "Y"  TO DL260-SET-FOUND-SW(DL260-SET-SUB).
004930
004940 1100-NAME-ONE-COPY-EXIT.
004950     EXIT.
004960
004970*----------------------------------------------------------
004980* 1300-READ-CONTROL-CARDS - PICK UP THE SHARED FILE-NAME
004990* OVERRIDES FROM THE SAME CARD FILE DAY1 READS, AND THE
005000* BACKUP SET PREFIX (BKUPSET=).
005010*----------------------------------------------------------
005020 1300-READ-CONTROL-CARDS.
005030     OPEN INPUT ControlCardFile
005040     IF NOT DL260-CONTROL-STATUS-OK
005050         GO TO 1300-READ-CONTROL-CARDS-EXIT
005060     END-IF
005070
005080     READ ControlCardFile
005090       AT END SET EndOfControlCards TO TRUE
005100     END-READ
005110
005120     PERFORM 1310-APPLY-ONE-CARD
005130         THRU 1310-APPLY-ONE-CARD-EXIT
005140         UNTIL EndOfControlCards
005150
005160     CLOSE ControlCardFile.
005170
005180 1300-READ-CONTROL-CARDS-EXIT.
005190     EXIT.
005200
005210 1310-APPLY-ONE-CARD.
005220     IF CC-CARD-AREA = SPACES
005230             OR CC-CARD-AREA(1:1) = "*"
005240         GO TO 1310-READ-NEXT-CARD
005250     END-IF
005260
005270     MOVE SPACES TO DL260-CARD-KEYWORD DL260-CARD-VALUE
005280     UNSTRING CC-CARD-AREA DELIMITED BY "="
005290         INTO DL260-CARD-KEYWORD DL260-CARD-VALUE
005300     END-UNSTRING
005310
005320     EVALUATE DL260-CARD-KEYWORD
005330         WHEN "MASTER"
005340             MOVE DL260-CARD-VALUE TO DL260-MASTER-FILENAME
005350         WHEN "HISTORY"
005360             MOVE DL260-CARD-VALUE TO DL260-HISTORY-FILENAME
005370         WHEN "EXCEPT"
005380             MOVE DL260-CARD-VALUE TO DL260-EXCEPT-FILENAME
005390         WHEN "ALERT"
005400             MOVE DL260-CARD-VALUE TO DL260-ALERT-FILENAME
005410         WHEN "AUDIT"
005420             MOVE DL260-CARD-VALUE TO DL260-AUDIT-FILENAME
005430         WHEN "BKUPSET"
005440             MOVE DL260-CARD-VALUE TO DL260-SET-PREFIX
005450         WHEN OTHER
005460             CONTINUE
005470     END-EVALUATE.
005480
005490 1310-READ-NEXT-CARD.
005500     READ ControlCardFile
005510       AT END SET EndOfControlCards TO TRUE
005520     END-READ.
005530
005540 1310-APPLY-ONE-CARD-EXIT.
005550     EXIT.
005560
005570*----------------------------------------------------------
005580* 2000-BACKUP-MASTER - UNLOAD THE KEYED MASTER IN KEY ORDER,
005590* ONE RECORD IMAGE PER LINE, SUMMING MST-FREQUENCY.  A
005600* MISSING MASTER LEAVES AN EMPTY COPY AND IS REPORTED.
005610*----------------------------------------------------------
005620 2000-BACKUP-MASTER.
005630     MOVE DL260-SET-COPY(1) TO DL260-COPY-NAME
005640     OPEN OUTPUT SetFile
005650     IF NOT DL260-SET-STATUS-OK
005660         SET DL260-COPY-FAILED TO TRUE
005670         GO TO 2000-BACKUP-MASTER-EXIT
005680     END-IF
005690
005700     OPEN INPUT MasterFile
005710     IF NOT DL260-MASTER-STATUS-OK
005720         MOVE "N" TO DL260-SET-FOUND-SW(1)
005730         ADD 1 TO DL260-MISSING-COUNT
005740         GO TO 2000-CLOSE-COPY
005750     END-IF
005760
005770     PERFORM 2100-COPY-ONE-MASTER
005780         THRU 2100-COPY-ONE-MASTER-EXIT
005790         UNTIL NOT DL260-MASTER-STATUS-OK
005800
005810     CLOSE MasterFile.
005820
005830 2000-CLOSE-COPY.
005840     CLOSE SetFile.
005850
005860 2000-BACKUP-MASTER-EXIT.
005870     EXIT.
005880
005890 2100-COPY-ONE-MASTER.
005900     READ MasterFile NEXT RECORD
005910       AT END GO TO 2100-COPY-ONE-MASTER-EXIT
005920     END-READ
005930     IF NOT DL260-MASTER-STATUS-OK
005940         SET DL260-COPY-FAILED TO TRUE
005950         GO TO 2100-COPY-ONE-MASTER-EXIT
005960     END-IF
005970
005980     MOVE SPACES        TO SetRecord
005990     MOVE MasterRecord  TO SET-LINE
006000     WRITE SetRecord
006010     ADD 1 TO DL260-SET-COUNT(1)
006020     ADD MST-FREQUENCY TO DL260-FREQ-SUM.
006030
006040 2100-COPY-ONE-MASTER-EXIT.
006050     EXIT.
006060
006070*----------------------------------------------------------
006080* 3000-BACKUP-ONE-FILE - COPY THE NEXT LINE SEQUENTIAL FILE
006090* OF THE SET LINE FOR LINE, TALLYING ITS CONTROL TOTAL.  A
006100* FILE THAT DOES NOT EXIST YET LEAVES AN EMPTY COPY.
006110*----------------------------------------------------------
006120 3000-BACKUP-ONE-FILE.
006130     ADD 1 TO DL260-SET-SUB
006140     MOVE DL260-SET-COPY(DL260-SET-SUB) TO DL260-COPY-NAME
006150     MOVE DL260-SET-LIVE(DL260-SET-SUB) TO DL260-LIVE-NAME
006160
006170     OPEN OUTPUT SetFile
006180     IF NOT DL260-SET-STATUS-OK
006190         SET DL260-COPY-FAILED TO TRUE
006200         GO TO 3000-BACKUP-ONE-FILE-EXIT
006210     END-IF
006220
006230     OPEN INPUT LiveFile
006240     IF NOT DL260-LIVE-STATUS-OK
006250         MOVE "N" TO DL260-SET-FOUND-SW(DL260-SET-SUB)
006260         ADD 1 TO DL260-MISSING-COUNT
006270         GO TO 3000-CLOSE-COPY
006280     END-IF
006290
006300     READ LiveFile
006310       AT END SET EndOfLiveFile TO TRUE
006320     END-READ
006330
006340     PERFORM 3100-COPY-ONE-LINE
006350         THRU 3100-COPY-ONE-LINE-EXIT
006360         UNTIL EndOfLiveFile
006370
006380     CLOSE LiveFile.
006390
006400 3000-CLOSE-COPY.
006410     CLOSE SetFile.
006420
006430 3000-BACKUP-ONE-FILE-EXIT.
006440     EXIT.
006450
006460 3100-COPY-ONE-LINE.
006470     MOVE LiveRecord TO SetRecord
006480     WRITE SetRecord
006490     ADD 1 TO DL260-SET-COUNT(DL260-SET-SUB)
006500
006510     EVALUATE DL260-DEF-TAG(DL260-SET-SUB)
006520         WHEN "EXCEPT"
006530         WHEN "SEQCTL"
006540             IF LIV-LINE(1:5) NUMERIC
006550                 MOVE LIV-LINE(1:5) TO DL260-SCAN-SEQ
006560                 IF DL260-SCAN-SEQ > DL260-EXC-HWM
006570                     MOVE DL260-SCAN-SEQ TO DL260-EXC-HWM
006580                 END-IF
006590             END-IF
006600         WHEN "ALERT"
006610             IF LIV-LINE NOT = SPACES
006620                 ADD 1 TO DL260-ALERT-OPEN
006630             END-IF
006640         WHEN OTHER
006650             CONTINUE
006660     END-EVALUATE
006670
006680     READ LiveFile
006690       AT END SET EndOfLiveFile TO TRUE
006700     END-READ.
006710
006720 3100-COPY-ONE-LINE-EXIT.
006730     EXIT.
006740
006750*----------------------------------------------------------
006760* 4000-WRITE-MANIFEST - THE SET DATE AND TIME, ONE LINE PER
006770* FILE, THE CONTROL TOTALS, AND THE END LINE COUNTING THEM.
006780*----------------------------------------------------------
006790 4000-WRITE-MANIFEST.
006800     OPEN OUTPUT ManifestFile
006810     IF NOT DL260-MANIFEST-STATUS-OK
006820         SET DL260-COPY-FAILED TO TRUE
006830         GO TO 4000-WRITE-MANIFEST-EXIT
006840     END-IF
006850     MOVE ZERO TO DL260-MFT-LINES
006860
006870     MOVE SPACES           TO ManifestRecord
006880     MOVE "SET"            TO MFT-TAG
006890     MOVE DL260-RUN-DATE   TO MFT-VALUE
006900     MOVE DL260-SET-NAME   TO MFT-NAME
006910     PERFORM 4200-WRITE-ONE-LINE
006920         THRU 4200-WRITE-ONE-LINE-EXIT
006930
006940     MOVE SPACES           TO ManifestRecord
006950     MOVE "TAKEN"          TO MFT-TAG
006960     MOVE DL260-RUN-TIME(1:6) TO MFT-VALUE
006970     MOVE "DAY1BKUP"       TO MFT-NAME
006980     PERFORM 4200-WRITE-ONE-LINE
006990         THRU 4200-WRITE-ONE-LINE-EXIT
007000
007010     MOVE ZERO TO DL260-SET-SUB
007020     PERFORM 4100-WRITE-ONE-FILE
007030         THRU 4100-WRITE-ONE-FILE-EXIT
007040         UNTIL DL260-SET-SUB >= DL260-SET-MAX
007050
007060     MOVE SPACES           TO ManifestRecord
007070     MOVE "FREQSUM"        TO MFT-TAG
007080     MOVE DL260-FREQ-SUM   TO MFT-VALUE
007090     PERFORM 4200-WRITE-ONE-LINE
007100         THRU 4200-WRITE-ONE-LINE-EXIT
007110
007120     MOVE SPACES           TO ManifestRecord
007130     MOVE "EXCHWM"         TO MFT-TAG
007140     MOVE DL260-EXC-HWM    TO MFT-VALUE
007150     PERFORM 4200-WRITE-ONE-LINE
007160         THRU 4200-WRITE-ONE-LINE-EXIT
007170
007180     MOVE SPACES           TO ManifestRecord
007190     MOVE "ALRTOPEN"       TO MFT-TAG
007200     MOVE DL260-ALERT-OPEN TO MFT-VALUE
007210     PERFORM 4200-WRITE-ONE-LINE
007220         THRU 4200-WRITE-ONE-LINE-EXIT
007230
007240     MOVE SPACES           TO ManifestRecord
007250     MOVE "END"            TO MFT-TAG
007260     MOVE DL260-MFT-LINES  TO MFT-VALUE
007270     WRITE ManifestRecord
007280
007290     CLOSE ManifestFile.
007300
007310 4000-WRITE-MANIFEST-EXIT.
007320     EXIT.
007330
007340 4100-WRITE-ONE-FILE.
007350     ADD 1 TO DL260-SET-SUB
007360     MOVE SPACES TO ManifestRecord
007370     MOVE DL260-DEF-TAG(DL260-SET-SUB)   TO MFT-TAG
007380     MOVE DL260-SET-COUNT(DL260-SET-SUB) TO MFT-VALUE
007390     MOVE DL260-SET-COPY(DL260-SET-SUB)  TO MFT-NAME
007400     PERFORM 4200-WRITE-ONE-LINE
007410         THRU 4200-WRITE-ONE-LINE-EXIT.
007420
007430 4100-WRITE-ONE-FILE-EXIT.
007440     EXIT.
007450
007460 4200-WRITE-ONE-LINE.
007470     WRITE ManifestRecord
007480     ADD 1 TO DL260-MFT-LINES.
007490
007500 4200-WRITE-ONE-LINE-EXIT.
007510     EXIT.
007520
007530*----------------------------------------------------------
007540* 8000-PRODUCE-REPORT - ONE LINE PER FILE, THEN THE CONTROL
007550* TOTALS THE MANIFEST CARRIES.
007560*----------------------------------------------------------
007570 8000-PRODUCE-REPORT.
007580     MOVE DL260-RPT-HEADING TO BackupLine
007590     WRITE BackupLine
007600
007610     MOVE ZERO TO DL260-SET-SUB
007620     PERFORM 8100-REPORT-ONE-FILE
007630         THRU 8100-REPORT-ONE-FILE-EXIT
007640         UNTIL DL260-SET-SUB >= DL260-SET-MAX
007650
007660     MOVE SPACES TO BackupLine
007670     WRITE BackupLine
007680
007690     MOVE DL260-FREQ-SUM     TO DL260-RPT-FREQ
007700     MOVE DL260-RPT-FREQ-SUM TO BackupLine
007710     WRITE BackupLine
007720
007730     MOVE DL260-EXC-HWM      TO DL260-RPT-HWM-VAL
007740     MOVE DL260-RPT-HWM      TO BackupLine
007750     WRITE BackupLine
007760
007770     MOVE DL260-ALERT-OPEN   TO DL260-RPT-ALT-CNT
007780     MOVE DL260-RPT-ALERTS   TO BackupLine
007790     WRITE BackupLine
007800
007810     IF DL260-COPY-FAILED
007820         MOVE "BACKUP SET NOT WRITTEN - SET NOT USABLE"
007830             TO BackupLine
007840         WRITE BackupLine
007850     END-IF.
007860
007870 8000-PRODUCE-REPORT-EXIT.
007880     EXIT.
007890
007900 8100-REPORT-ONE-FILE.
007910     ADD 1 TO DL260-SET-SUB
007920     MOVE DL260-DEF-TAG(DL260-SET-SUB)   TO DL260-RPT-TAG
007930     MOVE DL260-SET-COUNT(DL260-SET-SUB) TO DL260-RPT-COUNT
007940     MOVE DL260-SET-COPY(DL260-SET-SUB)  TO DL260-RPT-COPY
007950     IF DL260-SET-FOUND-SW(DL260-SET-SUB) = "N"
007960         MOVE "NOT FOUND"   TO DL260-RPT-NOTE
007970     ELSE
007980         MOVE SPACES        TO DL260-RPT-NOTE
007990     END-IF
008000     MOVE DL260-RPT-DETAIL TO BackupLine
008010     WRITE BackupLine
008020     ADD DL260-SET-COUNT(DL260-SET-SUB) TO DL260-TOTAL-RECORDS.
008030
008040 8100-REPORT-ONE-FILE-EXIT.
008050     EXIT.
008060
008070*----------------------------------------------------------
008080* 9500-WRITE-AUDIT-LOG - ONE LINE IN THE SHARED AUDIT LOG FOR
008090* THE BACKUP, UNDER RUN MODE "BACKUP", NAMING THE SET.  IT IS
008100* WRITTEN AFTER THE AUDIT FILE IS COPIED, SO THE SET ITSELF
008110* ENDS AT THE LINE BEFORE IT.  A SET WITH A FILE MISSING IS
008120* LOGGED MISSING; ONE THAT COULD NOT BE WRITTEN, FAILED.
008130*----------------------------------------------------------
008140 9500-WRITE-AUDIT-LOG.
008150     MOVE DL260-RUN-MM        TO DL260-AUD-MM
008160     MOVE DL260-RUN-DD        TO DL260-AUD-DD
008170     MOVE DL260-RUN-YYYY      TO DL260-AUD-YYYY
008180     MOVE DL260-RUN-HH        TO DL260-AUD-HH
008190     MOVE DL260-RUN-MIN       TO DL260-AUD-MIN
008200     MOVE DL260-RUN-SEC       TO DL260-AUD-SEC
008210     MOVE "BACKUP"            TO DL260-AUD-MODE
008220     MOVE DL260-SET-NAME      TO DL260-AUD-FILE
008230     MOVE DL260-TOTAL-RECORDS TO DL260-AUD-REC-CNT
008240     MOVE DL260-FREQ-SUM      TO DL260-AUD-END-FREQ
008250     EVALUATE TRUE
008260         WHEN DL260-COPY-FAILED
008270             MOVE "FAILED"    TO DL260-AUD-STATUS
008280         WHEN DL260-MISSING-COUNT > ZERO
008290             MOVE "MISSING"   TO DL260-AUD-STATUS
008300         WHEN OTHER
008310             MOVE "NORMAL"    TO DL260-AUD-STATUS
008320     END-EVALUATE
008330     MOVE SPACES              TO DL260-AUD-DEVICE
008340
008350     OPEN EXTEND AuditFile
008360     IF DL260-AUDIT-NOT-FOUND
008370         OPEN OUTPUT AuditFile
008380     END-IF
008390     MOVE DL260-AUDIT-LINE TO AuditLine
008400     WRITE AuditLine
008410     CLOSE AuditFile.
008420
008430 9500-WRITE-AUDIT-LOG-EXIT.
008440     EXIT.
008450
008460*----------------------------------------------------------
008470* 9000-TERMINATE - CLOSE FILES
008480*----------------------------------------------------------
008490 9000-TERMINATE.
008500     CLOSE BackupReportFile
008510
008520     PERFORM 9700-RELEASE-INTERLOCK
008530         THRU 9700-RELEASE-INTERLOCK-EXIT.
008540
008550 9000-TERMINATE-EXIT.
008560     EXIT.
008570
008580*----------------------------------------------------------
008590* 1900-CLAIM-INTERLOCK - ONE LOCK RECORD GUARDS ALL THE
008600* SHARED LIVE FILES.  A CONFLICTING START ENDS LOCKED
008610* INSTEAD OF RACING; THE FORCE RUN PARAMETER BREAKS A STALE
008620* LOCK LEFT BY AN ABEND.
008630*----------------------------------------------------------
008640 1900-CLAIM-INTERLOCK.
008650     OPEN INPUT LockFile
008660     IF DL260-LOCK-STATUS-OK
008670         READ LockFile
008680           AT END
008690             CONTINUE
008700           NOT AT END
008710             IF LCK-PROGRAM-ID NOT = SPACES
008720                     AND NOT DL260-LOCK-FORCE
008730                 SET DL260-LOCK-CONFLICT TO TRUE
008740                 MOVE LCK-PROGRAM-ID TO DL260-LOCK-OWNER
008750             END-IF
008760         END-READ
008770         CLOSE LockFile
008780     END-IF
008790
008800     IF DL260-LOCK-CONFLICT
008810         GO TO 1900-CLAIM-INTERLOCK-EXIT
008820     END-IF
008830
008840     OPEN OUTPUT LockFile
008850     MOVE SPACES              TO LockRecord
008860     MOVE "DAY1BKUP"          TO LCK-PROGRAM-ID
008870     MOVE DL260-RUN-DATE      TO LCK-RUN-DATE
008880     MOVE DL260-RUN-TIME(1:6) TO LCK-RUN-TIME
008890     MOVE "MASTER HISTORY EXCEPT ALERT AUDIT"
008900         TO LCK-FILES-HELD
008910     WRITE LockRecord
008920     CLOSE LockFile
008930     SET DL260-LOCK-HELD TO TRUE.
008940
008950 1900-CLAIM-INTERLOCK-EXIT.
008960     EXIT.
008970
008980*----------------------------------------------------------
008990* 9550-WRITE-LOCKED-AUDIT - THE LOCKED COMPLETION LINE FOR A
009000* START THAT FOUND THE SHARED FILES HELD.
009010*----------------------------------------------------------
009020 9550-WRITE-LOCKED-AUDIT.
009030     MOVE DL260-RUN-MM        TO DL260-AUD-MM
009040     MOVE DL260-RUN-DD        TO DL260-AUD-DD
009050     MOVE DL260-RUN-YYYY      TO DL260-AUD-YYYY
009060     MOVE DL260-RUN-HH        TO DL260-AUD-HH
009070     MOVE DL260-RUN-MIN       TO DL260-AUD-MIN
009080     MOVE DL260-RUN-SEC       TO DL260-AUD-SEC
009090     MOVE "BACKUP"            TO DL260-AUD-MODE
009100     MOVE SPACES              TO DL260-AUD-FILE
009110     STRING "LOCKED BY "      DELIMITED BY SIZE
009120            DL260-LOCK-OWNER  DELIMITED BY SIZE
009130         INTO DL260-AUD-FILE
009140     END-STRING
009150     MOVE ZERO                TO DL260-AUD-REC-CNT
009160     MOVE ZERO                TO DL260-AUD-END-FREQ
009170     MOVE "LOCKED"            TO DL260-AUD-STATUS
009180     MOVE SPACES              TO DL260-AUD-DEVICE
009190
009200     OPEN EXTEND AuditFile
009210     IF DL260-AUDIT-NOT-FOUND
009220         OPEN OUTPUT AuditFile
009230     END-IF
009240     MOVE DL260-AUDIT-LINE TO AuditLine
009250     WRITE AuditLine
009260     CLOSE AuditFile.
009270
009280 9550-WRITE-LOCKED-AUDIT-EXIT.
009290     EXIT.
009300
009310*----------------------------------------------------------
009320* 9560-WRITE-LOCKED-ALERT - THE CONSOLE SEES EVERY LOCKED-OUT
009330* START; A RECURRING ONE MEANS THE WINDOW NO LONGER FITS.
009340*----------------------------------------------------------
009350 9560-WRITE-LOCKED-ALERT.
009360     MOVE DL260-RUN-DATE        TO ALT-RUN-DATE
009370     MOVE DL260-RUN-TIME(1:6)   TO ALT-RUN-TIME
009380     MOVE "CRITICAL"            TO ALT-SEVERITY
009390     MOVE "LOCKED"              TO ALT-COMPLETION
009400     MOVE DL260-SET-NAME        TO ALT-INPUT-FILE
009410     MOVE SPACES                TO ALT-MESSAGE
009420     STRING "SHARED FILES LOCKED BY " DELIMITED BY SIZE
009430            DL260-LOCK-OWNER         DELIMITED BY SIZE
009440         INTO ALT-MESSAGE
009450     END-STRING
009460
009470     OPEN EXTEND AlertFile
009480     IF DL260-ALERT-NOT-FOUND
009490         OPEN OUTPUT AlertFile
009500     END-IF
009510     WRITE AlertRecord
009520     CLOSE AlertFile.
009530
009540 9560-WRITE-LOCKED-ALERT-EXIT.
009550     EXIT.
009560
009570*----------------------------------------------------------
009580* 9700-RELEASE-INTERLOCK - LEAVE THE LOCK FILE EMPTY SO THE
009590* NEXT PROGRAM CAN CLAIM IT.  ONLY THE HOLDER RELEASES.
009600*----------------------------------------------------------
009610 9700-RELEASE-INTERLOCK.
009620     IF DL260-LOCK-HELD
009630         OPEN OUTPUT LockFile
009640         CLOSE LockFile
009650     END-IF.
009660
009670 9700-RELEASE-INTERLOCK-EXIT.
009680     EXIT.
