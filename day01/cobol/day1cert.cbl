000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    DAY1CERT.
000030 AUTHOR.        DAVID ARAMANT.
000040 INSTALLATION.  CALIBRATION SYSTEMS.
000050 DATE-WRITTEN.  2026-10-15.
000060 DATE-COMPILED.
000070*----------------------------------------------------------
000080* MODIFICATION HISTORY
000090*----------------------------------------------------------
000100* 2026-10-15  DA  ORIGINAL PROGRAM - CERTIFICATION DUE-LIST.
000110*                 READS EVERY DEVICE ON THE KEYED MASTER AND
000120*                 LOOKS IT UP IN THE KEYED DEVICE REFERENCE
000130*                 FILE (DAY1-DEVREF.DAT, MAINTAINED BY
000140*                 DAY1MNT).  A DEVICE WHOSE LAST CERTIFICATION
000150*                 PLUS ITS INTERVAL IS ALREADY BEHIND THE RUN
000160*                 DATE IS OVERDUE; ONE DUE WITHIN THE WINDOW
000170*                 (RUN PARAMETER OR CERTDAYS= CARD, DEFAULT 30
000180*                 DAYS) IS DUE SOON.  A DEVICE WITH NO
000190*                 REFERENCE RECORD, NO CERTIFICATION DATE OR
000200*                 NO INTERVAL CANNOT BE SHOWN TO BE IN DATE
000210*                 AND IS LISTED WITH THE OVERDUE GROUP.
000220*                 OUTPUT IS DAY1-CERTDUE.TXT, OVERDUE FIRST,
000230*                 PLUS ONE CERTDUE AUDIT LINE PER RUN.
000231* 2026-10-15  DA  HONORS THE SHARED-FILE RUN INTERLOCK
000232*                 (DAY1-LOCK.DAT) BEFORE IT APPENDS TO THE
000233*                 AUDIT FILE; A CONFLICTING START ENDS LOCKED
000234*                 AND A LEADING "FORCE" RUN PARAMETER BREAKS A
000235*                 STALE LOCK.
000240*----------------------------------------------------------
000250 ENVIRONMENT DIVISION.
000260 CONFIGURATION SECTION.
000270 SOURCE-COMPUTER.   IBM-370.
000280 OBJECT-COMPUTER.   IBM-370.
000290 INPUT-OUTPUT SECTION.
000300 FILE-CONTROL.
000310     SELECT MasterFile
000320                ASSIGN TO DYNAMIC DL240-MASTER-FILENAME
000330                ORGANIZATION IS INDEXED
000340                ACCESS MODE IS SEQUENTIAL
000350                RECORD KEY IS MST-DEVICE-ID
000360                FILE STATUS IS DL240-MASTER-STATUS.
000370
000380     SELECT DeviceRefFile
000390                ASSIGN TO DYNAMIC DL240-DEVREF-FILENAME
000400                ORGANIZATION IS INDEXED
000410                ACCESS MODE IS RANDOM
000420                RECORD KEY IS REF-DEVICE-ID
000430                FILE STATUS IS DL240-DEVREF-STATUS.
000440
000450     SELECT AuditFile ASSIGN TO DYNAMIC DL240-AUDIT-FILENAME
000460                ORGANIZATION IS LINE SEQUENTIAL
000470                FILE STATUS IS DL240-AUDIT-STATUS.
000480
000490     SELECT CertReportFile ASSIGN TO "day1-certdue.txt"
000500                ORGANIZATION IS LINE SEQUENTIAL.
000510
000520     SELECT ControlCardFile ASSIGN TO "day1-control.crd"
000530                ORGANIZATION IS LINE SEQUENTIAL
000540                FILE STATUS IS DL240-CONTROL-STATUS.
000550
000551     SELECT AlertFile ASSIGN TO DYNAMIC DL240-ALERT-FILENAME
000552                ORGANIZATION IS LINE SEQUENTIAL
000553                FILE STATUS IS DL240-ALERT-STATUS.
000554
000555     SELECT LockFile ASSIGN TO "day1-lock.dat"
000556                ORGANIZATION IS LINE SEQUENTIAL
000557                FILE STATUS IS DL240-LOCK-STATUS.
000558
000560 DATA DIVISION.
000570 FILE SECTION.
000580 FD  MasterFile.
000590 01  MasterRecord.
000600     02  MST-DEVICE-ID      PIC X(08).
000610     02  MST-FREQUENCY      PIC S9(6) SIGN LEADING
000620                                SEPARATE.
000630     02  MST-LAST-RUN-DATE  PIC 9(08).
000640     02  MST-STATUS         PIC X(01).
000650
000660 FD  DeviceRefFile.
000670 01  DeviceRefRecord.
000680     02  REF-DEVICE-ID      PIC X(08).
000690     02  REF-LAB            PIC X(12).
000700     02  REF-LOCATION       PIC X(20).
000710     02  REF-MODEL          PIC X(20).
000720     02  REF-LAST-CERT-DATE PIC 9(08).
000730     02  REF-CERT-INTERVAL  PIC 9(04).
000740
000750 FD  AuditFile.
000760 01  AuditRecord.
000770     02  AUD-LINE-AREA      PIC X(120).
000780
000790 FD  CertReportFile.
000800 01  CertLine               PIC X(080).
000810
000820 FD  ControlCardFile.
000830 01  ControlCardRecord.
000840     88  EndOfControlCards  VALUE HIGH-VALUES.
000850     02  CC-CARD-AREA       PIC X(80).
000860
000861 FD  AlertFile.
000862 01  AlertRecord.
000863     02  ALT-RUN-DATE       PIC 9(08).
000864     02  ALT-RUN-TIME       PIC 9(06).
000865     02  ALT-SEVERITY       PIC X(08).
000866     02  ALT-COMPLETION     PIC X(08).
000867     02  ALT-INPUT-FILE     PIC X(50).
000868     02  ALT-MESSAGE        PIC X(40).
000869
000870 FD  LockFile.
000871 01  LockRecord.
000872     02  LCK-PROGRAM-ID     PIC X(08).
000873     02  FILLER             PIC X(01).
000874     02  LCK-RUN-DATE       PIC 9(08).
000875     02  FILLER             PIC X(01).
000876     02  LCK-RUN-TIME       PIC 9(06).
000877     02  FILLER             PIC X(01).
000878     02  LCK-FILES-HELD     PIC X(40).
000879
000880 WORKING-STORAGE SECTION.
000881*----------------------------------------------------------
000890* SHARED FILE NAMES - THE SAME CONTROL CARDS DAY1 HONORS ARE
000900* READ HERE TOO.
000910*----------------------------------------------------------
000920 01  DL240-FILE-NAMES.
000930     02  DL240-MASTER-FILENAME  PIC X(080)
000940                                VALUE "day1-master.dat".
000950     02  DL240-DEVREF-FILENAME  PIC X(080)
000960                                VALUE "day1-devref.dat".
000970     02  DL240-AUDIT-FILENAME   PIC X(080)
000980                                VALUE "day1-audit.txt".
000983     02  DL240-ALERT-FILENAME   PIC X(080)
000986                                VALUE "day1-alert.dat".
000990
001000 01  DL240-MASTER-STATUS        PIC X(02) VALUE SPACES.
001010     88  DL240-MASTER-STATUS-OK     VALUE "00".
001020
001030 01  DL240-DEVREF-STATUS        PIC X(02) VALUE SPACES.
001040     88  DL240-DEVREF-STATUS-OK     VALUE "00".
001050
001060 01  DL240-AUDIT-STATUS         PIC X(02) VALUE SPACES.
001070     88  DL240-AUDIT-STATUS-OK      VALUE "00".
001080     88  DL240-AUDIT-NOT-FOUND      VALUE "35".
001090
001100 01  DL240-CONTROL-STATUS       PIC X(02) VALUE SPACES.
001110     88  DL240-CONTROL-STATUS-OK    VALUE "00".
001111
001112 01  DL240-ALERT-STATUS         PIC X(02) VALUE SPACES.
001113     88  DL240-ALERT-STATUS-OK      VALUE "00".
001114     88  DL240-ALERT-NOT-FOUND      VALUE "35".
001115
001116*----------------------------------------------------------
001117* SHARED-FILE RUN INTERLOCK - SEE DAY1.  A CONFLICTING START
001118* ENDS LOCKED; THE FORCE RUN PARAMETER BREAKS A STALE LOCK.
001119*----------------------------------------------------------
001120 01  DL240-LOCK-STATUS          PIC X(02) VALUE SPACES.
001121     88  DL240-LOCK-STATUS-OK       VALUE "00".
001122
001123 01  DL240-LOCK-CONTROL.
001124     02  DL240-LOCK-HELD-SW     PIC X(01) VALUE "N".
001125         88  DL240-LOCK-HELD        VALUE "Y".
001126     02  DL240-LOCK-CONFLICT-SW PIC X(01) VALUE "N".
001127         88  DL240-LOCK-CONFLICT    VALUE "Y".
001128     02  DL240-LOCK-FORCE-SW    PIC X(01) VALUE "N".
001129         88  DL240-LOCK-FORCE       VALUE "Y".
001130     02  DL240-LOCK-OWNER       PIC X(08) VALUE SPACES.
001131
001132 01  DL240-CARD-WORK.
001140     02  DL240-CARD-KEYWORD     PIC X(16).
001150     02  DL240-CARD-VALUE       PIC X(64).
001160
001170 01  DL240-PARM-AREA.
001180     02  DL240-PARM-STRING      PIC X(080).
001190     02  DL240-PARM-TOKEN       PIC X(080).
001195     02  DL240-PARM-TOKEN2      PIC X(080).
001200
001210 01  DL240-RUN-DATE-FIELDS.
001220     02  DL240-RUN-DATE         PIC 9(08) VALUE ZERO.
001230     02  DL240-RUN-DATE-X REDEFINES DL240-RUN-DATE.
001240         03  DL240-RUN-YYYY     PIC 9(04).
001250         03  DL240-RUN-MM       PIC 9(02).
001260         03  DL240-RUN-DD       PIC 9(02).
001270     02  DL240-RUN-TIME         PIC 9(08) VALUE ZERO.
001280     02  DL240-RUN-TIME-X REDEFINES DL240-RUN-TIME.
001290         03  DL240-RUN-HH       PIC 9(02).
001300         03  DL240-RUN-MIN      PIC 9(02).
001310         03  DL240-RUN-SEC      PIC 9(02).
001320         03  FILLER             PIC 9(02).
001330
001340*----------------------------------------------------------
001350* DUE WINDOW - DEVICES DUE WITHIN THIS MANY DAYS OF THE RUN
001360* DATE ARE LISTED AS DUE SOON.  THE RUN PARAMETER WINS OVER
001370* THE CERTDAYS= CARD.
001380*----------------------------------------------------------
001390 01  DL240-WINDOW-CONTROL.
001400     02  DL240-WINDOW-DAYS      PIC 9(04) VALUE 30.
001410     02  DL240-WINDOW-DIGITS    PIC 9(02) COMP VALUE ZERO.
001420     02  DL240-WINDOW-FIELD     PIC X(64) VALUE SPACES.
001430
001440*----------------------------------------------------------
001450* DATE / DAY-NUMBER CONVERSION WORK AREA.  DAY NUMBERS ARE
001460* COUNTED FROM A MARCH-BASED YEAR SO THE LEAP DAY FALLS AT
001470* THE END OF IT; EVERY DIVISION IS A WHOLE-NUMBER DIVIDE.
001480*----------------------------------------------------------
001490 01  DL240-DATE-WORK.
001500     02  DL240-DATE-IN          PIC 9(08) VALUE ZERO.
001510     02  DL240-DATE-IN-X REDEFINES DL240-DATE-IN.
001520         03  DL240-DATE-IN-YYYY PIC 9(04).
001530         03  DL240-DATE-IN-MM   PIC 9(02).
001540         03  DL240-DATE-IN-DD   PIC 9(02).
001550     02  DL240-DATE-OUT         PIC 9(08) VALUE ZERO.
001560     02  DL240-DATE-OUT-X REDEFINES DL240-DATE-OUT.
001570         03  DL240-DATE-OUT-YYYY PIC 9(04).
001580         03  DL240-DATE-OUT-MM  PIC 9(02).
001590         03  DL240-DATE-OUT-DD  PIC 9(02).
001600     02  DL240-DATE-DAYS        PIC 9(07) COMP VALUE ZERO.
001610     02  DL240-DATE-Y           PIC 9(05) COMP VALUE ZERO.
001620     02  DL240-DATE-M           PIC 9(03) COMP VALUE ZERO.
001630     02  DL240-DATE-Q4          PIC 9(05) COMP VALUE ZERO.
001640     02  DL240-DATE-Q100        PIC 9(05) COMP VALUE ZERO.
001650     02  DL240-DATE-Q400        PIC 9(05) COMP VALUE ZERO.
001660     02  DL240-DATE-MDAYS       PIC 9(05) COMP VALUE ZERO.
001670     02  DL240-DATE-YDAYS       PIC 9(07) COMP VALUE ZERO.
001680     02  DL240-DATE-DDD         PIC S9(07) COMP VALUE ZERO.
001690     02  DL240-DATE-BIG         PIC 9(11) COMP VALUE ZERO.
001700
001710*----------------------------------------------------------
001720* DUE TABLE - EVERY DEVICE THAT MAKES THE LIST, IN MASTER
001730* ORDER.  GROUP "O" IS OVERDUE OR UNKNOWN, "D" IS DUE SOON;
001740* THE REPORT PRINTS THE "O" ENTRIES FIRST.
001750*----------------------------------------------------------
001760 01  DL240-DUE-CONTROL.
001770     02  DL240-DUE-COUNT        PIC 9(05) COMP VALUE ZERO.
001780     02  DL240-DUE-SUB          PIC 9(05) COMP VALUE ZERO.
001790     02  DL240-DUE-OVFL-SW      PIC X(01) VALUE "N".
001800         88  DL240-DUE-OVERFLOW     VALUE "Y".
001810     02  DL240-PRINT-GROUP      PIC X(01) VALUE SPACES.
001820
001830 01  DL240-DUE-TABLE.
001840     02  DL240-DUE-ENTRY OCCURS 1000 TIMES.
001850         03  DL240-DUE-GROUP    PIC X(01).
001860         03  DL240-DUE-DEVICE   PIC X(08).
001870         03  DL240-DUE-LAB      PIC X(10).
001880         03  DL240-DUE-LOCATION PIC X(12).
001890         03  DL240-DUE-MODEL    PIC X(10).
001900         03  DL240-DUE-LAST     PIC 9(08).
001910         03  DL240-DUE-DATE     PIC 9(08).
001920         03  DL240-DUE-LEFT     PIC S9(05).
001930         03  DL240-DUE-DATED-SW PIC X(01).
001940             88  DL240-DUE-DATED    VALUE "Y".
001950         03  DL240-DUE-STATUS   PIC X(08).
001960
001970*----------------------------------------------------------
001980* CLASSIFICATION WORK AREA FOR ONE MASTER DEVICE
001990*----------------------------------------------------------
002000 01  DL240-CERT-WORK.
002010     02  DL240-RUN-DAYS         PIC 9(07) COMP VALUE ZERO.
002020     02  DL240-DUE-DAYS         PIC 9(07) COMP VALUE ZERO.
002030     02  DL240-DAYS-LEFT        PIC S9(07) COMP VALUE ZERO.
002040     02  DL240-WRK-STATUS       PIC X(08) VALUE SPACES.
002050     02  DL240-WRK-GROUP        PIC X(01) VALUE SPACES.
002060     02  DL240-REF-SW           PIC X(01) VALUE "N".
002070         88  DL240-REF-FOUND        VALUE "Y".
002080     02  DL240-REF-OPEN-SW      PIC X(01) VALUE "N".
002090         88  DL240-REF-OPEN         VALUE "Y".
002100
002110 01  DL240-RUN-TOTALS.
002120     02  DL240-MASTER-COUNT     PIC 9(05) COMP VALUE ZERO.
002130     02  DL240-OVERDUE-COUNT    PIC 9(05) COMP VALUE ZERO.
002140     02  DL240-UNKNOWN-COUNT    PIC 9(05) COMP VALUE ZERO.
002150     02  DL240-SOON-COUNT       PIC 9(05) COMP VALUE ZERO.
002160
002170*----------------------------------------------------------
002180* AUDIT LINE LAYOUT - SAME LAYOUT DAY1 WRITES; ONE CERTDUE
002190* LINE PER RUN.
002200*----------------------------------------------------------
002210 01  DL240-AUDIT-LINE.
002220     05  DL240-AUL-MM       PIC 9(02).
002230     05  FILLER             PIC X(001) VALUE "/".
002240     05  DL240-AUL-DD       PIC 9(02).
002250     05  FILLER             PIC X(001) VALUE "/".
002260     05  DL240-AUL-YYYY     PIC 9(04).
002270     05  FILLER             PIC X(001) VALUE SPACES.
002280     05  DL240-AUL-HH       PIC 9(02).
002290     05  FILLER             PIC X(001) VALUE ":".
002300     05  DL240-AUL-MIN      PIC 9(02).
002310     05  FILLER             PIC X(001) VALUE ":".
002320     05  DL240-AUL-SEC      PIC 9(02).
002330     05  FILLER             PIC X(002) VALUE SPACES.
002340     05  DL240-AUL-MODE     PIC X(008).
002350     05  FILLER             PIC X(002) VALUE SPACES.
002360     05  DL240-AUL-FILE     PIC X(050).
002370     05  FILLER             PIC X(002) VALUE SPACES.
002380     05  DL240-AUL-REC-CNT  PIC ZZZ,ZZ9.
002390     05  FILLER             PIC X(002) VALUE SPACES.
002400     05  DL240-AUL-END-FREQ PIC -(8)9.
002410     05  FILLER             PIC X(002) VALUE SPACES.
002420     05  DL240-AUL-STATUS   PIC X(008).
002430     05  FILLER             PIC X(009) VALUE SPACES.
002440
002450*----------------------------------------------------------
002460* DUE-LIST REPORT LINE LAYOUTS
002470*----------------------------------------------------------
002480 01  DL240-RPT-TITLE.
002490     05  FILLER    PIC X(034)
002500         VALUE "DAY1 CERTIFICATION DUE-LIST".
002510     05  FILLER    PIC X(046) VALUE SPACES.
002520
002530 01  DL240-RPT-RUN-DATE.
002540     05  FILLER            PIC X(016) VALUE "RUN DATE.....: ".
002550     05  DL240-RPT-MM      PIC 9(02).
002560     05  FILLER            PIC X(001) VALUE "/".
002570     05  DL240-RPT-DD      PIC 9(02).
002580     05  FILLER            PIC X(001) VALUE "/".
002590     05  DL240-RPT-YYYY    PIC 9(04).
002600     05  FILLER            PIC X(054) VALUE SPACES.
002610
002620 01  DL240-RPT-WINDOW.
002630     05  FILLER            PIC X(016) VALUE "DUE WINDOW...: ".
002640     05  DL240-RPT-WIN     PIC ZZZ9.
002650     05  FILLER            PIC X(005) VALUE " DAYS".
002660     05  FILLER            PIC X(055) VALUE SPACES.
002670
002680 01  DL240-RPT-HEADING.
002690     05  FILLER            PIC X(009) VALUE "DEVICE".
002700     05  FILLER            PIC X(011) VALUE "LAB".
002710     05  FILLER            PIC X(013) VALUE "LOCATION".
002720     05  FILLER            PIC X(011) VALUE "MODEL".
002730     05  FILLER            PIC X(009) VALUE "LAST".
002740     05  FILLER            PIC X(009) VALUE "DUE".
002750     05  FILLER            PIC X(006) VALUE " DAYS".
002760     05  FILLER            PIC X(009) VALUE "STATUS".
002770     05  FILLER            PIC X(003) VALUE SPACES.
002780
002790 01  DL240-RPT-DETAIL.
002800     05  DL240-RPT-DEVICE   PIC X(008).
002810     05  FILLER             PIC X(001) VALUE SPACES.
002820     05  DL240-RPT-LAB      PIC X(010).
002830     05  FILLER             PIC X(001) VALUE SPACES.
002840     05  DL240-RPT-LOCATION PIC X(012).
002850     05  FILLER             PIC X(001) VALUE SPACES.
002860     05  DL240-RPT-MODEL    PIC X(010).
002870     05  FILLER             PIC X(001) VALUE SPACES.
002880     05  DL240-RPT-LAST     PIC 9(008).
002890     05  FILLER             PIC X(001) VALUE SPACES.
002900     05  DL240-RPT-DUE      PIC 9(008).
002910     05  FILLER             PIC X(001) VALUE SPACES.
002920     05  DL240-RPT-LEFT     PIC -(4)9.
002930     05  FILLER             PIC X(001) VALUE SPACES.
002940     05  DL240-RPT-STATUS   PIC X(008).
002950     05  FILLER             PIC X(004) VALUE SPACES.
002960
002970 01  DL240-RPT-COUNT-LINE.
002980     05  DL240-RPT-TAG      PIC X(016).
002990     05  DL240-RPT-CNT      PIC ZZZ,ZZ9.
003000     05  FILLER             PIC X(057) VALUE SPACES.
003010
003020 PROCEDURE DIVISION.
003030*----------------------------------------------------------
003040* 0000-MAINLINE-CONTROL
003050*----------------------------------------------------------
003060 0000-MAINLINE-CONTROL.
003070     PERFORM 1000-INITIALIZE
003080         THRU 1000-INITIALIZE-EXIT.
003081
003082*    ANOTHER PROGRAM HOLDS THE SHARED FILES - END LOCKED
003083*    RATHER THAN APPEND TO THE AUDIT FILE INSIDE ITS REWRITE.
003084     IF DL240-LOCK-CONFLICT
003085         MOVE "INTERLOCK HELD - RUN ENDED LOCKED"
003086             TO CertLine
003087         WRITE CertLine
003088         PERFORM 9550-WRITE-LOCKED-AUDIT
003089             THRU 9550-WRITE-LOCKED-AUDIT-EXIT
003090         PERFORM 9560-WRITE-LOCKED-ALERT
003091             THRU 9560-WRITE-LOCKED-ALERT-EXIT
003092         PERFORM 9000-TERMINATE
003093             THRU 9000-TERMINATE-EXIT
003094         STOP RUN
003095     END-IF.
003096
003100     PERFORM 2000-CLASSIFY-DEVICES
003110         THRU 2000-CLASSIFY-DEVICES-EXIT.
003120
003130     PERFORM 8000-PRODUCE-REPORT
003140         THRU 8000-PRODUCE-REPORT-EXIT.
003150
003160     PERFORM 9500-WRITE-AUDIT-LOG
003170         THRU 9500-WRITE-AUDIT-LOG-EXIT.
003180
003190     PERFORM 9000-TERMINATE
003200         THRU 9000-TERMINATE-EXIT.
003210
003220     STOP RUN.
003230
003240*----------------------------------------------------------
003250* 1000-INITIALIZE - CAPTURE THE RUN DATE AND THE DUE WINDOW,
003260* OPEN THE REPORT AND CLAIM THE INTERLOCK.
003270*----------------------------------------------------------
003280 1000-INITIALIZE.
003290     PERFORM 1300-READ-CONTROL-CARDS
003300         THRU 1300-READ-CONTROL-CARDS-EXIT
003310
003320     OPEN OUTPUT CertReportFile
003330
003340     ACCEPT DL240-RUN-DATE FROM DATE YYYYMMDD
003350     ACCEPT DL240-RUN-TIME FROM TIME
003360
003370     ACCEPT DL240-PARM-STRING FROM COMMAND-LINE
003380     IF DL240-PARM-STRING NOT = SPACES
003390         MOVE SPACES TO DL240-PARM-TOKEN DL240-PARM-TOKEN2
003400         UNSTRING DL240-PARM-STRING DELIMITED BY ALL SPACE
003410             INTO DL240-PARM-TOKEN DL240-PARM-TOKEN2
003420         END-UNSTRING
003423*        A LEADING "FORCE" TOKEN BREAKS A STALE INTERLOCK
003426*        LEFT BY AN ABEND; THE WINDOW READS AS USUAL.
003429         IF DL240-PARM-TOKEN = "FORCE"
003432             SET DL240-LOCK-FORCE TO TRUE
003435             MOVE DL240-PARM-TOKEN2 TO DL240-PARM-TOKEN
003438         END-IF
003441         IF DL240-PARM-TOKEN NOT = SPACES
003444             MOVE DL240-PARM-TOKEN TO DL240-WINDOW-FIELD
003447             PERFORM 1400-EDIT-WINDOW
003450                 THRU 1400-EDIT-WINDOW-EXIT
003453         END-IF
003460     END-IF
003470
003480     MOVE DL240-RUN-DATE TO DL240-DATE-IN
003490     PERFORM 3500-DATE-TO-DAYS
003500         THRU 3500-DATE-TO-DAYS-EXIT
003510     MOVE DL240-DATE-DAYS TO DL240-RUN-DAYS
003520
003530     MOVE DL240-RUN-MM      TO DL240-RPT-MM
003540     MOVE DL240-RUN-DD      TO DL240-RPT-DD
003550     MOVE DL240-RUN-YYYY    TO DL240-RPT-YYYY
003560     MOVE DL240-WINDOW-DAYS TO DL240-RPT-WIN
003570
003580     MOVE DL240-RPT-TITLE    TO CertLine
003590     WRITE CertLine
003600     MOVE SPACES             TO CertLine
003610     WRITE CertLine
003620     MOVE DL240-RPT-RUN-DATE TO CertLine
003630     WRITE CertLine
003640     MOVE DL240-RPT-WINDOW   TO CertLine
003650     WRITE CertLine
003660     MOVE SPACES             TO CertLine
003664     WRITE CertLine
003668
003672     PERFORM 1900-CLAIM-INTERLOCK
003676         THRU 1900-CLAIM-INTERLOCK-EXIT.
003680
003690 1000-INITIALIZE-EXIT.
003700     EXIT.
003710
003720*----------------------------------------------------------
003730* 1300-READ-CONTROL-CARDS - PICK UP THE SHARED FILE-NAME
003740* OVERRIDES FROM THE SAME CARD FILE DAY1 READS.
003750*----------------------------------------------------------
003760 1300-READ-CONTROL-CARDS.
003770     OPEN INPUT ControlCardFile
003780     IF NOT DL240-CONTROL-STATUS-OK
003790         GO TO 1300-READ-CONTROL-CARDS-EXIT
003800     END-IF
003810
003820     READ ControlCardFile
003830       AT END SET EndOfControlCards TO TRUE
003840     END-READ
003850
003860     PERFORM 1310-APPLY-ONE-CARD
003870         THRU 1310-APPLY-ONE-CARD-EXIT
003880         UNTIL EndOfControlCards
003890
003900     CLOSE ControlCardFile.
003910
003920 1300-READ-CONTROL-CARDS-EXIT.
003930     EXIT.
003940
003950 1310-APPLY-ONE-CARD.
003960     IF CC-CARD-AREA = SPACES
003970             OR CC-CARD-AREA(1:1) = "*"
003980         GO TO 1310-READ-NEXT-CARD
003990     END-IF
004000
004010     MOVE SPACES TO DL240-CARD-KEYWORD DL240-CARD-VALUE
004020     UNSTRING CC-CARD-AREA DELIMITED BY "="
004030         INTO DL240-CARD-KEYWORD DL240-CARD-VALUE
004040     END-UNSTRING
004050
004060     EVALUATE DL240-CARD-KEYWORD
004070         WHEN "MASTER"
004080             MOVE DL240-CARD-VALUE TO DL240-MASTER-FILENAME
004090         WHEN "DEVREF"
004100             MOVE DL240-CARD-VALUE TO DL240-DEVREF-FILENAME
004110         WHEN "AUDIT"
004120             MOVE DL240-CARD-VALUE TO DL240-AUDIT-FILENAME
004123         WHEN "ALERT"
004126             MOVE DL240-CARD-VALUE TO DL240-ALERT-FILENAME
004130         WHEN "CERTDAYS"
004140             MOVE DL240-CARD-VALUE TO DL240-WINDOW-FIELD
004150             PERFORM 1400-EDIT-WINDOW
004160                 THRU 1400-EDIT-WINDOW-EXIT
004170         WHEN OTHER
004180             CONTINUE
004190     END-EVALUATE.
004200
004210 1310-READ-NEXT-CARD.
004220     READ ControlCardFile
004230       AT END SET EndOfControlCards TO TRUE
004240     END-READ.
004250
004260 1310-APPLY-ONE-CARD-EXIT.
004270     EXIT.
004280
004290*----------------------------------------------------------
004300* 1400-EDIT-WINDOW - A WINDOW IS 1 TO 4 DIGITS OF DAYS,
004310* LEFT-JUSTIFIED.  ANYTHING ELSE LEAVES THE WINDOW AS IT WAS.
004320*----------------------------------------------------------
004330 1400-EDIT-WINDOW.
004340     MOVE ZERO TO DL240-WINDOW-DIGITS
004350     INSPECT DL240-WINDOW-FIELD TALLYING DL240-WINDOW-DIGITS
004360         FOR CHARACTERS BEFORE INITIAL SPACE
004370     IF DL240-WINDOW-DIGITS < 1 OR DL240-WINDOW-DIGITS > 4
004380         GO TO 1400-EDIT-WINDOW-EXIT
004390     END-IF
004400     IF DL240-WINDOW-FIELD(1:DL240-WINDOW-DIGITS) NOT NUMERIC
004410         GO TO 1400-EDIT-WINDOW-EXIT
004420     END-IF
004430
004440     MOVE DL240-WINDOW-FIELD(1:DL240-WINDOW-DIGITS)
004450         TO DL240-WINDOW-DAYS.
004460
004470 1400-EDIT-WINDOW-EXIT.
004480     EXIT.
004490
004500*----------------------------------------------------------
004510* 2000-CLASSIFY-DEVICES - READ THE MASTER IN KEY ORDER AND
004520* TABLE EVERY DEVICE THAT IS OVERDUE, DUE SOON, OR CANNOT BE
004530* SHOWN TO BE IN DATE.
004540*----------------------------------------------------------
004550 2000-CLASSIFY-DEVICES.
004560     OPEN INPUT DeviceRefFile
004570     IF DL240-DEVREF-STATUS-OK
004580         SET DL240-REF-OPEN TO TRUE
004590     ELSE
004600         MOVE "REFERENCE FILE MISSING - NO DEVICE HAS A DUE DATE"
004610             TO CertLine
004620         WRITE CertLine
004630     END-IF
004640
004650     OPEN INPUT MasterFile
004660     IF NOT DL240-MASTER-STATUS-OK
004670         MOVE "MASTER MISSING OR UNOPENABLE - NOTHING TO LIST"
004680             TO CertLine
004690         WRITE CertLine
004700         GO TO 2000-CLOSE-REFERENCE
004710     END-IF
004720
004730     PERFORM 2100-CLASSIFY-ONE-DEVICE
004740         THRU 2100-CLASSIFY-ONE-DEVICE-EXIT
004750         UNTIL NOT DL240-MASTER-STATUS-OK
004760
004770     CLOSE MasterFile.
004780
004790 2000-CLOSE-REFERENCE.
004800     IF DL240-REF-OPEN
004810         CLOSE DeviceRefFile
004820     END-IF.
004830
004840 2000-CLASSIFY-DEVICES-EXIT.
004850     EXIT.
004860
004870 2100-CLASSIFY-ONE-DEVICE.
004880     READ MasterFile NEXT RECORD
004890       AT END GO TO 2100-CLASSIFY-ONE-DEVICE-EXIT
004900     END-READ
004910
004920     ADD 1 TO DL240-MASTER-COUNT
004930     MOVE "N" TO DL240-REF-SW
004940     MOVE SPACES TO DeviceRefRecord
004950     MOVE ZERO TO REF-LAST-CERT-DATE REF-CERT-INTERVAL
004960     MOVE ZERO TO DL240-DUE-DAYS DL240-DAYS-LEFT
004970
004980     IF DL240-REF-OPEN
004990         MOVE MST-DEVICE-ID TO REF-DEVICE-ID
005000         READ DeviceRefFile KEY IS REF-DEVICE-ID
005010           INVALID KEY
005020             MOVE SPACES TO DeviceRefRecord
005030             MOVE ZERO TO REF-LAST-CERT-DATE REF-CERT-INTERVAL
005040           NOT INVALID KEY
005050             SET DL240-REF-FOUND TO TRUE
005060         END-READ
005070     END-IF
005080
005090     MOVE "O" TO DL240-WRK-GROUP
005100     EVALUATE TRUE
005110         WHEN NOT DL240-REF-FOUND
005120             MOVE "NO REF"   TO DL240-WRK-STATUS
005130         WHEN REF-LAST-CERT-DATE NOT NUMERIC
005140         WHEN REF-LAST-CERT-DATE = ZERO
005150             MOVE "NO CERT"  TO DL240-WRK-STATUS
005160         WHEN REF-CERT-INTERVAL NOT NUMERIC
005170         WHEN REF-CERT-INTERVAL = ZERO
005180             MOVE "NO INTVL" TO DL240-WRK-STATUS
005190         WHEN OTHER
005200             PERFORM 2200-COMPUTE-DUE
005210                 THRU 2200-COMPUTE-DUE-EXIT
005220     END-EVALUATE
005230
005240     IF DL240-WRK-STATUS = SPACES
005250         GO TO 2100-CLASSIFY-ONE-DEVICE-EXIT
005260     END-IF
005270
005280     EVALUATE DL240-WRK-STATUS
005290         WHEN "OVERDUE"
005300             ADD 1 TO DL240-OVERDUE-COUNT
005310         WHEN "DUE SOON"
005320             ADD 1 TO DL240-SOON-COUNT
005330         WHEN OTHER
005340             ADD 1 TO DL240-UNKNOWN-COUNT
005350     END-EVALUATE
005360
005370     IF DL240-DUE-COUNT >= 1000
005380         SET DL240-DUE-OVERFLOW TO TRUE
005390         GO TO 2100-CLASSIFY-ONE-DEVICE-EXIT
005400     END-IF
005410
005420     ADD 1 TO DL240-DUE-COUNT
005430     MOVE DL240-WRK-GROUP    TO DL240-DUE-GROUP(DL240-DUE-COUNT)
005440     MOVE MST-DEVICE-ID      TO DL240-DUE-DEVICE(DL240-DUE-COUNT)
005450     MOVE REF-LAB            TO DL240-DUE-LAB(DL240-DUE-COUNT)
005460     MOVE REF-LOCATION
005470         TO DL240-DUE-LOCATION(DL240-DUE-COUNT)
005480     MOVE REF-MODEL          TO DL240-DUE-MODEL(DL240-DUE-COUNT)
005490     MOVE DL240-WRK-STATUS   TO DL240-DUE-STATUS(DL240-DUE-COUNT)
005500     MOVE "N" TO DL240-DUE-DATED-SW(DL240-DUE-COUNT)
005510     MOVE ZERO TO DL240-DUE-LAST(DL240-DUE-COUNT)
005520     MOVE ZERO TO DL240-DUE-DATE(DL240-DUE-COUNT)
005530     MOVE ZERO TO DL240-DUE-LEFT(DL240-DUE-COUNT)
005540     IF DL240-DUE-DAYS > ZERO
005550         MOVE "Y" TO DL240-DUE-DATED-SW(DL240-DUE-COUNT)
005560         MOVE REF-LAST-CERT-DATE
005570             TO DL240-DUE-LAST(DL240-DUE-COUNT)
005580         MOVE DL240-DATE-OUT TO DL240-DUE-DATE(DL240-DUE-COUNT)
005590         MOVE DL240-DAYS-LEFT TO DL240-DUE-LEFT(DL240-DUE-COUNT)
005600     END-IF.
005610
005620 2100-CLASSIFY-ONE-DEVICE-EXIT.
005630     EXIT.
005640
005650*----------------------------------------------------------
005660* 2200-COMPUTE-DUE - DUE DATE IS THE LAST CERTIFICATION PLUS
005670* THE INTERVAL.  PAST IT IS OVERDUE; WITHIN THE WINDOW IS DUE
005680* SOON; ANYTHING LATER LEAVES THE STATUS BLANK (NOT LISTED).
005690*----------------------------------------------------------
005700 2200-COMPUTE-DUE.
005710     MOVE SPACES TO DL240-WRK-STATUS
005720
005730     MOVE REF-LAST-CERT-DATE TO DL240-DATE-IN
005740     PERFORM 3500-DATE-TO-DAYS
005750         THRU 3500-DATE-TO-DAYS-EXIT
005760     COMPUTE DL240-DUE-DAYS =
005770         DL240-DATE-DAYS + REF-CERT-INTERVAL
005780     COMPUTE DL240-DAYS-LEFT = DL240-DUE-DAYS - DL240-RUN-DAYS
005790
005800     MOVE DL240-DUE-DAYS TO DL240-DATE-DAYS
005810     PERFORM 3600-DAYS-TO-DATE
005820         THRU 3600-DAYS-TO-DATE-EXIT
005830
005840     IF DL240-DAYS-LEFT < ZERO
005850         MOVE "OVERDUE"  TO DL240-WRK-STATUS
005860         GO TO 2200-COMPUTE-DUE-EXIT
005870     END-IF
005880
005890     IF DL240-DAYS-LEFT NOT > DL240-WINDOW-DAYS
005900         MOVE "DUE SOON" TO DL240-WRK-STATUS
005910         MOVE "D"        TO DL240-WRK-GROUP
005920     END-IF.
005930
005940 2200-COMPUTE-DUE-EXIT.
005950     EXIT.
005960
005970*----------------------------------------------------------
005980* 3500-DATE-TO-DAYS - TURN DL240-DATE-IN (YYYYMMDD) INTO A
005990* DAY NUMBER IN DL240-DATE-DAYS.
006000*----------------------------------------------------------
006010 3500-DATE-TO-DAYS.
006020     IF DL240-DATE-IN-MM > 2
006030         MOVE DL240-DATE-IN-YYYY TO DL240-DATE-Y
006040         COMPUTE DL240-DATE-M = DL240-DATE-IN-MM - 3
006050     ELSE
006060         COMPUTE DL240-DATE-Y = DL240-DATE-IN-YYYY - 1
006070         COMPUTE DL240-DATE-M = DL240-DATE-IN-MM + 9
006080     END-IF
006090
006100     PERFORM 3550-YEAR-TO-DAYS
006110         THRU 3550-YEAR-TO-DAYS-EXIT
006120     COMPUTE DL240-DATE-MDAYS = DL240-DATE-M * 153 + 2
006130     DIVIDE DL240-DATE-MDAYS BY 5 GIVING DL240-DATE-MDAYS
006140
006150     COMPUTE DL240-DATE-DAYS = DL240-DATE-YDAYS
006160         + DL240-DATE-MDAYS + DL240-DATE-IN-DD - 1.
006170
006180 3500-DATE-TO-DAYS-EXIT.
006190     EXIT.
006200
006210*----------------------------------------------------------
006220* 3550-YEAR-TO-DAYS - DAYS BEFORE MARCH 1 OF MARCH-BASED
006230* YEAR DL240-DATE-Y, INTO DL240-DATE-YDAYS.
006240*----------------------------------------------------------
006250 3550-YEAR-TO-DAYS.
006260     DIVIDE DL240-DATE-Y BY 4   GIVING DL240-DATE-Q4
006270     DIVIDE DL240-DATE-Y BY 100 GIVING DL240-DATE-Q100
006280     DIVIDE DL240-DATE-Y BY 400 GIVING DL240-DATE-Q400
006290     COMPUTE DL240-DATE-YDAYS = DL240-DATE-Y * 365
006300         + DL240-DATE-Q4 - DL240-DATE-Q100 + DL240-DATE-Q400.
006310
006320 3550-YEAR-TO-DAYS-EXIT.
006330     EXIT.
006340
006350*----------------------------------------------------------
006360* 3600-DAYS-TO-DATE - TURN DAY NUMBER DL240-DATE-DAYS BACK
006370* INTO A YYYYMMDD DATE IN DL240-DATE-OUT.
006380*----------------------------------------------------------
006390 3600-DAYS-TO-DATE.
006400     COMPUTE DL240-DATE-BIG = DL240-DATE-DAYS * 10000 + 14780
006410     DIVIDE DL240-DATE-BIG BY 3652425 GIVING DL240-DATE-Y
006420
006430     PERFORM 3550-YEAR-TO-DAYS
006440         THRU 3550-YEAR-TO-DAYS-EXIT
006450     COMPUTE DL240-DATE-DDD = DL240-DATE-DAYS - DL240-DATE-YDAYS
006460     IF DL240-DATE-DDD < ZERO
006470         SUBTRACT 1 FROM DL240-DATE-Y
006480         PERFORM 3550-YEAR-TO-DAYS
006490             THRU 3550-YEAR-TO-DAYS-EXIT
006500         COMPUTE DL240-DATE-DDD =
006510             DL240-DATE-DAYS - DL240-DATE-YDAYS
006520     END-IF
006530
006540*    MONTH OF THE MARCH-BASED YEAR (0 = MARCH), THEN BACK TO
006550*    THE CALENDAR MONTH AND YEAR.
006560     COMPUTE DL240-DATE-BIG = DL240-DATE-DDD * 100 + 52
006570     DIVIDE DL240-DATE-BIG BY 3060 GIVING DL240-DATE-M
006580     COMPUTE DL240-DATE-BIG = DL240-DATE-M * 306 + 5
006590     DIVIDE DL240-DATE-BIG BY 10 GIVING DL240-DATE-MDAYS
006600     COMPUTE DL240-DATE-OUT-DD =
006610         DL240-DATE-DDD - DL240-DATE-MDAYS + 1
006620
006630     IF DL240-DATE-M < 10
006640         COMPUTE DL240-DATE-OUT-MM = DL240-DATE-M + 3
006650         MOVE DL240-DATE-Y TO DL240-DATE-OUT-YYYY
006660     ELSE
006670         COMPUTE DL240-DATE-OUT-MM = DL240-DATE-M - 9
006680         COMPUTE DL240-DATE-OUT-YYYY = DL240-DATE-Y + 1
006690     END-IF.
006700
006710 3600-DAYS-TO-DATE-EXIT.
006720     EXIT.
006730
006740*----------------------------------------------------------
006750* 8000-PRODUCE-REPORT - OVERDUE AND UNKNOWN DEVICES FIRST,
006760* THEN THOSE DUE WITHIN THE WINDOW, THEN THE COUNTS.
006770*----------------------------------------------------------
006780 8000-PRODUCE-REPORT.
006790     MOVE "OVERDUE OR NOT SHOWN TO BE IN DATE" TO CertLine
006800     WRITE CertLine
006810     MOVE DL240-RPT-HEADING TO CertLine
006820     WRITE CertLine
006830     MOVE "O" TO DL240-PRINT-GROUP
006840     MOVE ZERO TO DL240-DUE-SUB
006850     PERFORM 8100-PRINT-ONE-DEVICE
006860         THRU 8100-PRINT-ONE-DEVICE-EXIT
006870         UNTIL DL240-DUE-SUB >= DL240-DUE-COUNT
006880
006890     MOVE SPACES TO CertLine
006900     WRITE CertLine
006910     MOVE "DUE WITHIN THE WINDOW" TO CertLine
006920     WRITE CertLine
006930     MOVE DL240-RPT-HEADING TO CertLine
006940     WRITE CertLine
006950     MOVE "D" TO DL240-PRINT-GROUP
006960     MOVE ZERO TO DL240-DUE-SUB
006970     PERFORM 8100-PRINT-ONE-DEVICE
006980         THRU 8100-PRINT-ONE-DEVICE-EXIT
006990         UNTIL DL240-DUE-SUB >= DL240-DUE-COUNT
007000
007010     MOVE SPACES TO CertLine
007020     WRITE CertLine
007030
007040     MOVE "MASTERS READ.: " TO DL240-RPT-TAG
007050     MOVE DL240-MASTER-COUNT TO DL240-RPT-CNT
007060     MOVE DL240-RPT-COUNT-LINE TO CertLine
007070     WRITE CertLine
007080
007090     MOVE "OVERDUE......: " TO DL240-RPT-TAG
007100     MOVE DL240-OVERDUE-COUNT TO DL240-RPT-CNT
007110     MOVE DL240-RPT-COUNT-LINE TO CertLine
007120     WRITE CertLine
007130
007140     MOVE "NOT IN DATE..: " TO DL240-RPT-TAG
007150     MOVE DL240-UNKNOWN-COUNT TO DL240-RPT-CNT
007160     MOVE DL240-RPT-COUNT-LINE TO CertLine
007170     WRITE CertLine
007180
007190     MOVE "DUE SOON.....: " TO DL240-RPT-TAG
007200     MOVE DL240-SOON-COUNT TO DL240-RPT-CNT
007210     MOVE DL240-RPT-COUNT-LINE TO CertLine
007220     WRITE CertLine
007230
007240     IF DL240-DUE-OVERFLOW
007250         MOVE "WORK TABLE FULL - LIST INCOMPLETE" TO CertLine
007260         WRITE CertLine
007270     END-IF.
007280
007290 8000-PRODUCE-REPORT-EXIT.
007300     EXIT.
007310
007320 8100-PRINT-ONE-DEVICE.
007330     ADD 1 TO DL240-DUE-SUB
007340     IF DL240-DUE-GROUP(DL240-DUE-SUB) NOT = DL240-PRINT-GROUP
007350         GO TO 8100-PRINT-ONE-DEVICE-EXIT
007360     END-IF
007370
007380     MOVE SPACES TO DL240-RPT-DETAIL
007390     MOVE DL240-DUE-DEVICE(DL240-DUE-SUB)   TO DL240-RPT-DEVICE
007400     MOVE DL240-DUE-LAB(DL240-DUE-SUB)      TO DL240-RPT-LAB
007410     MOVE DL240-DUE-LOCATION(DL240-DUE-SUB)
007420         TO DL240-RPT-LOCATION
007430     MOVE DL240-DUE-MODEL(DL240-DUE-SUB)    TO DL240-RPT-MODEL
007440     MOVE DL240-DUE-STATUS(DL240-DUE-SUB)   TO DL240-RPT-STATUS
007450     IF DL240-DUE-DATED(DL240-DUE-SUB)
007460         MOVE DL240-DUE-LAST(DL240-DUE-SUB) TO DL240-RPT-LAST
007470         MOVE DL240-DUE-DATE(DL240-DUE-SUB) TO DL240-RPT-DUE
007480         MOVE DL240-DUE-LEFT(DL240-DUE-SUB) TO DL240-RPT-LEFT
007490     END-IF
007500     MOVE DL240-RPT-DETAIL TO CertLine
007510     WRITE CertLine.
007520
007530 8100-PRINT-ONE-DEVICE-EXIT.
007540     EXIT.
007550
007650*----------------------------------------------------------
007660* 9500-WRITE-AUDIT-LOG - ONE CERTDUE LINE PER RUN.  THE COUNT
007670* IS THE DEVICES LISTED; THE CODE IS OVERDUE WHEN ANY DEVICE
007680* IS PAST ITS DUE DATE OR NOT SHOWN TO BE IN DATE, AND OVFLOW
007690* WHEN THE TABLE FILLED.
007700*----------------------------------------------------------
007710 9500-WRITE-AUDIT-LOG.
007720     MOVE DL240-RUN-MM        TO DL240-AUL-MM
007730     MOVE DL240-RUN-DD        TO DL240-AUL-DD
007740     MOVE DL240-RUN-YYYY      TO DL240-AUL-YYYY
007750     MOVE DL240-RUN-HH        TO DL240-AUL-HH
007760     MOVE DL240-RUN-MIN       TO DL240-AUL-MIN
007770     MOVE DL240-RUN-SEC       TO DL240-AUL-SEC
007780     MOVE "CERTDUE"           TO DL240-AUL-MODE
007790     MOVE DL240-DEVREF-FILENAME TO DL240-AUL-FILE
007800     MOVE DL240-DUE-COUNT     TO DL240-AUL-REC-CNT
007810     MOVE ZERO                TO DL240-AUL-END-FREQ
007820     EVALUATE TRUE
007830         WHEN DL240-DUE-OVERFLOW
007840             MOVE "OVFLOW"    TO DL240-AUL-STATUS
007850         WHEN DL240-OVERDUE-COUNT > ZERO
007860         WHEN DL240-UNKNOWN-COUNT > ZERO
007870             MOVE "OVERDUE"   TO DL240-AUL-STATUS
007880         WHEN OTHER
007890             MOVE "NORMAL"    TO DL240-AUL-STATUS
007900     END-EVALUATE
007910
007920     OPEN EXTEND AuditFile
007930     IF DL240-AUDIT-NOT-FOUND
007940         OPEN OUTPUT AuditFile
007950     END-IF
007960     MOVE DL240-AUDIT-LINE TO AuditRecord
007970     WRITE AuditRecord
007980     CLOSE AuditFile.
007990
008000 9500-WRITE-AUDIT-LOG-EXIT.
008010     EXIT.
008020
008030*----------------------------------------------------------
008040* 9000-TERMINATE - CLOSE FILES
008050*----------------------------------------------------------
008060 9000-TERMINATE.
008070     CLOSE CertReportFile
008080
008090     PERFORM 9700-RELEASE-INTERLOCK
008100         THRU 9700-RELEASE-INTERLOCK-EXIT.
008110
008120 9000-TERMINATE-EXIT.
008130     EXIT.
008140
008150*----------------------------------------------------------
008160* 1900-CLAIM-INTERLOCK - ONE LOCK RECORD GUARDS ALL THE
008170* SHARED LIVE FILES.  A CONFLICTING START ENDS LOCKED
008180* INSTEAD OF RACING; THE FORCE RUN PARAMETER BREAKS A STALE
008190* LOCK LEFT BY AN ABEND.
008200*----------------------------------------------------------
008210 1900-CLAIM-INTERLOCK.
008220     OPEN INPUT LockFile
008230     IF DL240-LOCK-STATUS-OK
008240         READ LockFile
008250           AT END
008260             CONTINUE
008270           NOT AT END
008280             IF LCK-PROGRAM-ID NOT = SPACES
008290                     AND NOT DL240-LOCK-FORCE
008300                 SET DL240-LOCK-CONFLICT TO TRUE
008310                 MOVE LCK-PROGRAM-ID TO DL240-LOCK-OWNER
008320             END-IF
008330         END-READ
008340         CLOSE LockFile
008350     END-IF
008360
008370     IF DL240-LOCK-CONFLICT
008380         GO TO 1900-CLAIM-INTERLOCK-EXIT
008390     END-IF
008400
008410     OPEN OUTPUT LockFile
008420     MOVE SPACES              TO LockRecord
008430     MOVE "DAY1CERT"          TO LCK-PROGRAM-ID
008440     MOVE DL240-RUN-DATE      TO LCK-RUN-DATE
008450     MOVE DL240-RUN-TIME(1:6) TO LCK-RUN-TIME
008460     MOVE "AUDIT ALERT"       TO LCK-FILES-HELD
008470     WRITE LockRecord
008480     CLOSE LockFile
008490     SET DL240-LOCK-HELD TO TRUE.
008500
008510 1900-CLAIM-INTERLOCK-EXIT.
008520     EXIT.
008530
008540*----------------------------------------------------------
008550* 9550-WRITE-LOCKED-AUDIT - THE LOCKED COMPLETION LINE FOR A
008560* START THAT FOUND THE SHARED FILES HELD.
008570*----------------------------------------------------------
008580 9550-WRITE-LOCKED-AUDIT.
008590     MOVE DL240-RUN-MM        TO DL240-AUL-MM
008600     MOVE DL240-RUN-DD        TO DL240-AUL-DD
008610     MOVE DL240-RUN-YYYY      TO DL240-AUL-YYYY
008620     MOVE DL240-RUN-HH        TO DL240-AUL-HH
008630     MOVE DL240-RUN-MIN       TO DL240-AUL-MIN
008640     MOVE DL240-RUN-SEC       TO DL240-AUL-SEC
008650     MOVE "CERTDUE"           TO DL240-AUL-MODE
008660     MOVE SPACES              TO DL240-AUL-FILE
008670     STRING "LOCKED BY "      DELIMITED BY SIZE
008680            DL240-LOCK-OWNER  DELIMITED BY SIZE
008690         INTO DL240-AUL-FILE
008700     END-STRING
008710     MOVE ZERO                TO DL240-AUL-REC-CNT
008720     MOVE ZERO                TO DL240-AUL-END-FREQ
008730     MOVE "LOCKED"            TO DL240-AUL-STATUS
008740
008750     OPEN EXTEND AuditFile
008760     IF DL240-AUDIT-NOT-FOUND
008770         OPEN OUTPUT AuditFile
008780     END-IF
008790     MOVE DL240-AUDIT-LINE TO AuditRecord
008800     WRITE AuditRecord
008810     CLOSE AuditFile.
008820
008830 9550-WRITE-LOCKED-AUDIT-EXIT.
008840     EXIT.
008850
008860*----------------------------------------------------------
008870* 9560-WRITE-LOCKED-ALERT - THE CONSOLE SEES EVERY LOCKED-OUT
008880* START; A RECURRING ONE MEANS THE WINDOW NO LONGER FITS.
008890*----------------------------------------------------------
008900 9560-WRITE-LOCKED-ALERT.
008910     MOVE DL240-RUN-DATE        TO ALT-RUN-DATE
008920     MOVE DL240-RUN-TIME(1:6)   TO ALT-RUN-TIME
008930     MOVE "CRITICAL"            TO ALT-SEVERITY
008940     MOVE "LOCKED"              TO ALT-COMPLETION
008950     MOVE DL240-DEVREF-FILENAME TO ALT-INPUT-FILE
008960     MOVE SPACES                TO ALT-MESSAGE
008970     STRING "SHARED FILES LOCKED BY " DELIMITED BY SIZE
008980            DL240-LOCK-OWNER         DELIMITED BY SIZE
008990         INTO ALT-MESSAGE
009000     END-STRING
009010
009020     OPEN EXTEND AlertFile
009030     IF DL240-ALERT-NOT-FOUND
009040         OPEN OUTPUT AlertFile
009050     END-IF
009060     WRITE AlertRecord
009070     CLOSE AlertFile.
009080
009090 9560-WRITE-LOCKED-ALERT-EXIT.
009100     EXIT.
009110
009120*----------------------------------------------------------
009130* 9700-RELEASE-INTERLOCK - LEAVE THE LOCK FILE EMPTY SO THE
009140* NEXT PROGRAM CAN CLAIM IT.  ONLY THE HOLDER RELEASES.
009150*----------------------------------------------------------
009160 9700-RELEASE-INTERLOCK.
009170     IF DL240-LOCK-HELD
009180         OPEN OUTPUT LockFile
009190         CLOSE LockFile
009200     END-IF.
009210
009220 9700-RELEASE-INTERLOCK-EXIT.
009230     EXIT.
