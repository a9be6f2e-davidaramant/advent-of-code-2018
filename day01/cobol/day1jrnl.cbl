000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    DAY1JRNL.
000030 AUTHOR.        DAVID ARAMANT.
000040 INSTALLATION.  CALIBRATION SYSTEMS.
000050 DATE-WRITTEN.  2026-10-15.
000060 DATE-COMPILED.
000070*----------------------------------------------------------
000080* MODIFICATION HISTORY
000090*----------------------------------------------------------
000100* 2026-10-15  DA  ORIGINAL PROGRAM - MASTER AS-OF INQUIRY.
000110*                 GIVEN A DEVICE, A DATE (YYYYMMDD) AND AN
000120*                 OPTIONAL TIME (HHMMSS, DEFAULT 235959) AS
000130*                 THE RUN PARAMETER, READS THE MASTER CHANGE
000140*                 JOURNAL (DAY1-JOURNAL.DAT, JOURNAL= CARD)
000150*                 THAT DAY1, DAY1RPR, DAY1MNT AND DAY1BKOT
000160*                 APPEND TO.  THE DEVICE'S MASTER AS OF THAT
000170*                 MOMENT IS THE AFTER IMAGE OF ITS LAST
000180*                 JOURNAL ENTRY AT OR BEFORE IT, OR - WHEN
000190*                 EVERY ENTRY IS LATER - THE BEFORE IMAGE OF
000200*                 THE FIRST ONE.  EVERY CHANGE SINCE IS THEN
000210*                 LISTED WITH THE PROGRAM, RUN AND BOTH
000220*                 IMAGES.  OUTPUT IS DAY1-ASOF.TXT.  THE
000230*                 JOURNAL IS ONLY READ; NO INTERLOCK IS TAKEN.
000240*----------------------------------------------------------
000250 ENVIRONMENT DIVISION.
000260 CONFIGURATION SECTION.
000270 SOURCE-COMPUTER.   IBM-370.
000280 OBJECT-COMPUTER.   IBM-370.
000290 INPUT-OUTPUT SECTION.
000300 FILE-CONTROL.
000310     SELECT JournalFile
000320                ASSIGN TO DYNAMIC DL250-JOURNAL-FILENAME
000330                ORGANIZATION IS LINE SEQUENTIAL
000340                FILE STATUS IS DL250-JOURNAL-STATUS.
000350
000360     SELECT AsOfReportFile ASSIGN TO "day1-asof.txt"
000370                ORGANIZATION IS LINE SEQUENTIAL.
000380
000390     SELECT ControlCardFile ASSIGN TO "day1-control.crd"
000400                ORGANIZATION IS LINE SEQUENTIAL
000410                FILE STATUS IS DL250-CONTROL-STATUS.
000420
000430 DATA DIVISION.
000440 FILE SECTION.
000450*----------------------------------------------------------
000460* MASTER CHANGE JOURNAL - SAME LAYOUT DAY1 WRITES.  A SWITCH
000470* OF "N" MEANS NO IMAGE (NO BEFORE FOR AN ADD, NO AFTER FOR A
000480* DELETE).
000490*----------------------------------------------------------
000500 FD  JournalFile.
000510 01  JournalRecord.
000520     88  EndOfJournal       VALUE HIGH-VALUES.
000530     02  JRN-DEVICE-ID      PIC X(08).
000540     02  JRN-PROGRAM        PIC X(08).
000550     02  JRN-DATE           PIC 9(08).
000560     02  JRN-TIME           PIC 9(06).
000570     02  JRN-RUN-ID         PIC X(40).
000580     02  JRN-ACTION         PIC X(08).
000590     02  JRN-BEFORE-SW      PIC X(01).
000600     02  JRN-BEFORE-IMAGE   PIC X(24).
000610     02  JRN-AFTER-SW       PIC X(01).
000620     02  JRN-AFTER-IMAGE    PIC X(24).
000630
000640 FD  AsOfReportFile.
000650 01  AsOfLine               PIC X(096).
000660
000670 FD  ControlCardFile.
000680 01  ControlCardRecord.
000690     88  EndOfControlCards  VALUE HIGH-VALUES.
000700     02  CC-CARD-AREA       PIC X(80).
000710
000720 WORKING-STORAGE SECTION.
000730*----------------------------------------------------------
000740* SHARED FILE NAMES - THE SAME CONTROL CARDS DAY1 HONORS ARE
000750* READ HERE TOO.
000760*----------------------------------------------------------
000770 01  DL250-FILE-NAMES.
000780     02  DL250-JOURNAL-FILENAME PIC X(080)
000790                                VALUE "day1-journal.dat".
000800
000810 01  DL250-JOURNAL-STATUS       PIC X(02) VALUE SPACES.
000820     88  DL250-JOURNAL-STATUS-OK    VALUE "00".
000830
000840 01  DL250-CONTROL-STATUS       PIC X(02) VALUE SPACES.
000850     88  DL250-CONTROL-STATUS-OK    VALUE "00".
000860
000870 01  DL250-CARD-WORK.
000880     02  DL250-CARD-KEYWORD     PIC X(16).
000890     02  DL250-CARD-VALUE       PIC X(64).
000900
000910 01  DL250-PARM-AREA.
000920     02  DL250-PARM-STRING      PIC X(080).
000930     02  DL250-PARM-DEVICE      PIC X(080).
000940     02  DL250-PARM-DATE        PIC X(080).
000950     02  DL250-PARM-TIME        PIC X(080).
000960
000970 01  DL250-RUN-DATE-FIELDS.
000980     02  DL250-RUN-DATE         PIC 9(08) VALUE ZERO.
000990     02  DL250-RUN-DATE-X REDEFINES DL250-RUN-DATE.
001000         03  DL250-RUN-YYYY     PIC 9(04).
001010         03  DL250-RUN-MM       PIC 9(02).
001020         03  DL250-RUN-DD       PIC 9(02).
001030
001040*----------------------------------------------------------
001050* INQUIRY - THE DEVICE AND THE MOMENT ASKED ABOUT.  A DATE
001060* AND TIME ARE COMPARED AS ONE 14-DIGIT STAMP.
001070*----------------------------------------------------------
001080 01  DL250-INQUIRY.
001090     02  DL250-TGT-DEVICE       PIC X(08) VALUE SPACES.
001100     02  DL250-ASOF-STAMP.
001110         03  DL250-ASOF-DATE    PIC 9(08) VALUE ZERO.
001120         03  DL250-ASOF-DATE-X REDEFINES DL250-ASOF-DATE.
001130             04  DL250-ASOF-YYYY PIC 9(04).
001140             04  DL250-ASOF-MM  PIC 9(02).
001150             04  DL250-ASOF-DD  PIC 9(02).
001160         03  DL250-ASOF-TIME    PIC 9(06) VALUE 235959.
001170         03  DL250-ASOF-TIME-X REDEFINES DL250-ASOF-TIME.
001180             04  DL250-ASOF-HH  PIC 9(02).
001190             04  DL250-ASOF-MIN PIC 9(02).
001200             04  DL250-ASOF-SEC PIC 9(02).
001210     02  DL250-PARM-OK-SW       PIC X(01) VALUE "N".
001220         88  DL250-PARM-GOOD        VALUE "Y".
001230
001240 01  DL250-ENTRY-STAMP.
001250     02  DL250-ENT-DATE         PIC 9(08).
001260     02  DL250-ENT-DATE-X REDEFINES DL250-ENT-DATE.
001270         03  DL250-ENT-YYYY     PIC 9(04).
001280         03  DL250-ENT-MM       PIC 9(02).
001290         03  DL250-ENT-DD       PIC 9(02).
001300     02  DL250-ENT-TIME         PIC 9(06).
001310     02  DL250-ENT-TIME-X REDEFINES DL250-ENT-TIME.
001320         03  DL250-ENT-HH       PIC 9(02).
001330         03  DL250-ENT-MIN      PIC 9(02).
001340         03  DL250-ENT-SEC      PIC 9(02).
001350
001360*----------------------------------------------------------
001370* STATE AS OF THE MOMENT - FILLED BY THE FIRST PASS.  BASIS
001380* "A" IS THE AFTER IMAGE OF AN EARLIER ENTRY, "B" THE BEFORE
001390* IMAGE OF THE FIRST LATER ONE, SPACE NO ENTRY AT ALL.
001400*----------------------------------------------------------
001410 01  DL250-STATE-CONTROL.
001420     02  DL250-STATE-BASIS      PIC X(01) VALUE SPACES.
001430         88  DL250-STATE-FROM-AFTER  VALUE "A".
001440         88  DL250-STATE-FROM-BEFORE VALUE "B".
001450         88  DL250-STATE-NONE        VALUE SPACE.
001460     02  DL250-STATE-SW         PIC X(01) VALUE "N".
001470         88  DL250-STATE-ON-MASTER   VALUE "Y".
001480     02  DL250-STATE-IMAGE      PIC X(24) VALUE SPACES.
001490     02  DL250-STATE-STAMP      PIC X(14) VALUE SPACES.
001500     02  DL250-EARLIER-COUNT    PIC 9(07) COMP VALUE ZERO.
001510     02  DL250-LATER-COUNT      PIC 9(07) COMP VALUE ZERO.
001520
001530*----------------------------------------------------------
001540* MASTER IMAGE VIEW - THE 24-BYTE MASTER RECORD LAYOUT.
001550*----------------------------------------------------------
001560 01  DL250-IMAGE-AREA.
001570     02  DL250-IMG-DEVICE-ID    PIC X(08).
001580     02  DL250-IMG-FREQUENCY    PIC S9(6) SIGN LEADING
001590                                SEPARATE.
001600     02  DL250-IMG-LAST-RUN     PIC 9(08).
001610     02  DL250-IMG-STATUS       PIC X(01).
001620
001630*----------------------------------------------------------
001640* AS-OF REPORT LINE LAYOUTS
001650*----------------------------------------------------------
001660 01  DL250-RPT-TITLE.
001670     05  FILLER    PIC X(034)
001680         VALUE "DAY1 MASTER AS-OF INQUIRY".
001690     05  FILLER    PIC X(062) VALUE SPACES.
001700
001710 01  DL250-RPT-RUN-DATE.
001720     05  FILLER            PIC X(016) VALUE "RUN DATE.....: ".
001730     05  DL250-RPT-MM      PIC 9(02).
001740     05  FILLER            PIC X(001) VALUE "/".
001750     05  DL250-RPT-DD      PIC 9(02).
001760     05  FILLER            PIC X(001) VALUE "/".
001770     05  DL250-RPT-YYYY    PIC 9(04).
001780     05  FILLER            PIC X(070) VALUE SPACES.
001790
001800 01  DL250-RPT-DEVICE.
001810     05  FILLER            PIC X(016) VALUE "DEVICE.......: ".
001820     05  DL250-RPT-DEV     PIC X(008).
001830     05  FILLER            PIC X(072) VALUE SPACES.
001840
001850 01  DL250-RPT-ASOF.
001860     05  DL250-RPT-STAMP-TAG PIC X(016) VALUE "AS OF........: ".
001870     05  DL250-RPT-AS-MM   PIC 9(02).
001880     05  FILLER            PIC X(001) VALUE "/".
001890     05  DL250-RPT-AS-DD   PIC 9(02).
001900     05  FILLER            PIC X(001) VALUE "/".
001910     05  DL250-RPT-AS-YYYY PIC 9(04).
001920     05  FILLER            PIC X(001) VALUE SPACES.
001930     05  DL250-RPT-AS-HH   PIC 9(02).
001940     05  FILLER            PIC X(001) VALUE ":".
001950     05  DL250-RPT-AS-MIN  PIC 9(02).
001960     05  FILLER            PIC X(001) VALUE ":".
001970     05  DL250-RPT-AS-SEC  PIC 9(02).
001980     05  FILLER            PIC X(061) VALUE SPACES.
001990
002000 01  DL250-RPT-FREQ-LINE.
002010     05  FILLER            PIC X(016) VALUE "FREQUENCY....: ".
002020     05  DL250-RPT-FREQ    PIC -(6)9.
002030     05  FILLER            PIC X(073) VALUE SPACES.
002040
002050 01  DL250-RPT-LAST-LINE.
002060     05  FILLER            PIC X(016) VALUE "LAST RUN DATE: ".
002070     05  DL250-RPT-LAST    PIC 9(08).
002080     05  FILLER            PIC X(072) VALUE SPACES.
002090
002100 01  DL250-RPT-STATUS-LINE.
002110     05  FILLER            PIC X(016) VALUE "STATUS.......: ".
002120     05  DL250-RPT-ST      PIC X(001).
002130     05  FILLER            PIC X(001) VALUE SPACES.
002140     05  DL250-RPT-ST-DESC PIC X(012).
002150     05  FILLER            PIC X(066) VALUE SPACES.
002160
002170 01  DL250-RPT-HEADING.
002180     05  FILLER            PIC X(011) VALUE "DATE".
002190     05  FILLER            PIC X(009) VALUE "TIME".
002200     05  FILLER            PIC X(009) VALUE "PROGRAM".
002210     05  FILLER            PIC X(009) VALUE "ACTION".
002220     05  FILLER            PIC X(010) VALUE " BEFORE S".
002230     05  FILLER            PIC X(010) VALUE "  AFTER S".
002240     05  FILLER            PIC X(038) VALUE "RUN".
002250
002260 01  DL250-RPT-DETAIL.
002270     05  DL250-RPT-DT-MM    PIC 9(02).
002280     05  FILLER             PIC X(001) VALUE "/".
002290     05  DL250-RPT-DT-DD    PIC 9(02).
002300     05  FILLER             PIC X(001) VALUE "/".
002310     05  DL250-RPT-DT-YYYY  PIC 9(04).
002320     05  FILLER             PIC X(001) VALUE SPACES.
002330     05  DL250-RPT-DT-HH    PIC 9(02).
002340     05  FILLER             PIC X(001) VALUE ":".
002350     05  DL250-RPT-DT-MIN   PIC 9(02).
002360     05  FILLER             PIC X(001) VALUE ":".
002370     05  DL250-RPT-DT-SEC   PIC 9(02).
002380     05  FILLER             PIC X(001) VALUE SPACES.
002390     05  DL250-RPT-PROGRAM  PIC X(008).
002400     05  FILLER             PIC X(001) VALUE SPACES.
002410     05  DL250-RPT-ACTION   PIC X(008).
002420     05  FILLER             PIC X(001) VALUE SPACES.
002430     05  DL250-RPT-BEF-FREQ PIC -(6)9.
002440     05  DL250-RPT-BEF-FREQ-X REDEFINES DL250-RPT-BEF-FREQ
002450                            PIC X(007).
002460     05  FILLER             PIC X(001) VALUE SPACES.
002470     05  DL250-RPT-BEF-ST   PIC X(001).
002480     05  FILLER             PIC X(001) VALUE SPACES.
002490     05  DL250-RPT-AFT-FREQ PIC -(6)9.
002500     05  DL250-RPT-AFT-FREQ-X REDEFINES DL250-RPT-AFT-FREQ
002510                            PIC X(007).
002520     05  FILLER             PIC X(001) VALUE SPACES.
002530     05  DL250-RPT-AFT-ST   PIC X(001).
002540     05  FILLER             PIC X(001) VALUE SPACES.
002550     05  DL250-RPT-RUN-ID   PIC X(038).
002560
002570 01  DL250-RPT-COUNT-LINE.
002580     05  DL250-RPT-TAG      PIC X(016).
002590     05  DL250-RPT-CNT      PIC ZZZ,ZZ9.
002600     05  FILLER             PIC X(073) VALUE SPACES.
002610
002620 PROCEDURE DIVISION.
002630*----------------------------------------------------------
002640* 0000-MAINLINE-CONTROL
002650*----------------------------------------------------------
002660 0000-MAINLINE-CONTROL.
002670     PERFORM 1000-INITIALIZE
002680         THRU 1000-INITIALIZE-EXIT.
002690
002700     IF NOT DL250-PARM-GOOD
002710         MOVE "PARAMETER MUST BE DEVICE YYYYMMDD [HHMMSS]"
002720             TO AsOfLine
002730         WRITE AsOfLine
002740         PERFORM 9000-TERMINATE
002750             THRU 9000-TERMINATE-EXIT
002760         STOP RUN
002770     END-IF.
002780
002790     PERFORM 2000-FIND-STATE
002800         THRU 2000-FIND-STATE-EXIT.
002810
002820     PERFORM 3000-PRINT-STATE
002830         THRU 3000-PRINT-STATE-EXIT.
002840
002850     PERFORM 4000-LIST-CHANGES
002860         THRU 4000-LIST-CHANGES-EXIT.
002870
002880     PERFORM 9000-TERMINATE
002890         THRU 9000-TERMINATE-EXIT.
002900
002910     STOP RUN.
002920
002930*----------------------------------------------------------
002940* 1000-INITIALIZE - CAPTURE THE RUN DATE, EDIT THE DEVICE /
002950* DATE / TIME PARAMETER AND OPEN THE REPORT.
002960*----------------------------------------------------------
002970 1000-INITIALIZE.
002980     PERFORM 1300-READ-CONTROL-CARDS
002990         THRU 1300-READ-CONTROL-CARDS-EXIT
003000
003010     OPEN OUTPUT AsOfReportFile
003020
003030     ACCEPT DL250-RUN-DATE FROM DATE YYYYMMDD
003040
003050     ACCEPT DL250-PARM-STRING FROM COMMAND-LINE
003060     IF DL250-PARM-STRING NOT = SPACES
003070         MOVE SPACES TO DL250-PARM-DEVICE DL250-PARM-DATE
003080                        DL250-PARM-TIME
003090         UNSTRING DL250-PARM-STRING DELIMITED BY ALL SPACE
003100             INTO DL250-PARM-DEVICE DL250-PARM-DATE
003110                  DL250-PARM-TIME
003120         END-UNSTRING
003130         PERFORM 1400-EDIT-PARAMETER
003140             THRU 1400-EDIT-PARAMETER-EXIT
003150     END-IF
003160
003170     MOVE DL250-RUN-MM   TO DL250-RPT-MM
003180     MOVE DL250-RUN-DD   TO DL250-RPT-DD
003190     MOVE DL250-RUN-YYYY TO DL250-RPT-YYYY
003200
003210     MOVE DL250-RPT-TITLE    TO AsOfLine
003220     WRITE AsOfLine
003230     MOVE SPACES             TO AsOfLine
003240     WRITE AsOfLine
003250     MOVE DL250-RPT-RUN-DATE TO AsOfLine
003260     WRITE AsOfLine
003270
003280     IF DL250-PARM-GOOD
003290         MOVE DL250-TGT-DEVICE  TO DL250-RPT-DEV
003300         MOVE DL250-RPT-DEVICE  TO AsOfLine
003310         WRITE AsOfLine
003320         MOVE DL250-ASOF-MM     TO DL250-RPT-AS-MM
003330         MOVE DL250-ASOF-DD     TO DL250-RPT-AS-DD
003340         MOVE DL250-ASOF-YYYY   TO DL250-RPT-AS-YYYY
003350         MOVE DL250-ASOF-HH     TO DL250-RPT-AS-HH
003360         MOVE DL250-ASOF-MIN    TO DL250-RPT-AS-MIN
003370         MOVE DL250-ASOF-SEC    TO DL250-RPT-AS-SEC
003380         MOVE DL250-RPT-ASOF    TO AsOfLine
003390         WRITE AsOfLine
003400     END-IF
003410     MOVE SPACES TO AsOfLine
003420     WRITE AsOfLine.
003430
003440 1000-INITIALIZE-EXIT.
003450     EXIT.
003460
003470*----------------------------------------------------------
003480* 1300-READ-CONTROL-CARDS - PICK UP THE SHARED FILE-NAME
003490* OVERRIDES FROM THE SAME CARD FILE DAY1 READS.
003500*----------------------------------------------------------
003510 1300-READ-CONTROL-CARDS.
003520     OPEN INPUT ControlCardFile
003530     IF NOT DL250-CONTROL-STATUS-OK
003540         GO TO 1300-READ-CONTROL-CARDS-EXIT
003550     END-IF
003560
003570     READ ControlCardFile
003580       AT END SET EndOfControlCards TO TRUE
003590     END-READ
003600
003610     PERFORM 1310-APPLY-ONE-CARD
003620         THRU 1310-APPLY-ONE-CARD-EXIT
003630         UNTIL EndOfControlCards
003640
003650     CLOSE ControlCardFile.
003660
003670 1300-READ-CONTROL-CARDS-EXIT.
003680     EXIT.
003690
003700 1310-APPLY-ONE-CARD.
003710     IF CC-CARD-AREA = SPACES
003720             OR CC-CARD-AREA(1:1) = "*"
003730         GO TO 1310-READ-NEXT-CARD
003740     END-IF
003750
003760     MOVE SPACES TO DL250-CARD-KEYWORD DL250-CARD-VALUE
003770     UNSTRING CC-CARD-AREA DELIMITED BY "="
003780         INTO DL250-CARD-KEYWORD DL250-CARD-VALUE
003790     END-UNSTRING
003800
003810     EVALUATE DL250-CARD-KEYWORD
003820         WHEN "JOURNAL"
003830             MOVE DL250-CARD-VALUE TO DL250-JOURNAL-FILENAME
003840         WHEN OTHER
003850             CONTINUE
003860     END-EVALUATE.
003870
003880 1310-READ-NEXT-CARD.
003890     READ ControlCardFile
003900       AT END SET EndOfControlCards TO TRUE
003910     END-READ.
003920
003930 1310-APPLY-ONE-CARD-EXIT.
003940     EXIT.
003950
003960*----------------------------------------------------------
003970* 1400-EDIT-PARAMETER - A DEVICE, AN 8-DIGIT DATE WITH A REAL
003980* MONTH AND DAY, AND OPTIONALLY A 6-DIGIT TIME OF DAY.  A
003990* BLANK TIME MEANS THE END OF THAT DAY.
004000*----------------------------------------------------------
004010 1400-EDIT-PARAMETER.
004020     IF DL250-PARM-DEVICE = SPACES
004030             OR DL250-PARM-DATE(1:8) NOT NUMERIC
004040             OR DL250-PARM-DATE(9:1) NOT = SPACE
004050         GO TO 1400-EDIT-PARAMETER-EXIT
004060     END-IF
004070     MOVE DL250-PARM-DATE(1:8) TO DL250-ASOF-DATE
004080     IF DL250-ASOF-MM < 1 OR DL250-ASOF-MM > 12
004090             OR DL250-ASOF-DD < 1 OR DL250-ASOF-DD > 31
004100         GO TO 1400-EDIT-PARAMETER-EXIT
004110     END-IF
004120
004130     IF DL250-PARM-TIME NOT = SPACES
004140         IF DL250-PARM-TIME(1:6) NOT NUMERIC
004150                 OR DL250-PARM-TIME(7:1) NOT = SPACE
004160             GO TO 1400-EDIT-PARAMETER-EXIT
004170         END-IF
004180         MOVE DL250-PARM-TIME(1:6) TO DL250-ASOF-TIME
004190         IF DL250-ASOF-HH > 23 OR DL250-ASOF-MIN > 59
004200                 OR DL250-ASOF-SEC > 59
004210             GO TO 1400-EDIT-PARAMETER-EXIT
004220         END-IF
004230     END-IF
004240
004250     MOVE DL250-PARM-DEVICE(1:8) TO DL250-TGT-DEVICE
004260     SET DL250-PARM-GOOD TO TRUE.
004270
004280 1400-EDIT-PARAMETER-EXIT.
004290     EXIT.
004300
004310*----------------------------------------------------------
004320* 2000-FIND-STATE - FIRST PASS OVER THE JOURNAL.  THE JOURNAL
004330* IS APPENDED IN TIME ORDER, SO THE LAST OF THE DEVICE'S
004340* ENTRIES AT OR BEFORE THE MOMENT CARRIES ITS MASTER AS OF
004350* THEN; FAILING THAT THE FIRST LATER ENTRY'S BEFORE IMAGE IS
004360* WHAT THE MASTER HELD UNTIL THAT CHANGE.
004370*----------------------------------------------------------
004380 2000-FIND-STATE.
004390     OPEN INPUT JournalFile
004400     IF NOT DL250-JOURNAL-STATUS-OK
004410         MOVE "JOURNAL MISSING OR UNOPENABLE - NOTHING TO SHOW"
004420             TO AsOfLine
004430         WRITE AsOfLine
004440         GO TO 2000-FIND-STATE-EXIT
004450     END-IF
004460
004470     READ JournalFile
004480       AT END SET EndOfJournal TO TRUE
004490     END-READ
004500
004510     PERFORM 2100-CHECK-ONE-ENTRY
004520         THRU 2100-CHECK-ONE-ENTRY-EXIT
004530         UNTIL EndOfJournal
004540
004550     CLOSE JournalFile.
004560
004570 2000-FIND-STATE-EXIT.
004580     EXIT.
004590
004600 2100-CHECK-ONE-ENTRY.
004610     IF JRN-DEVICE-ID NOT = DL250-TGT-DEVICE
004620         GO TO 2100-READ-NEXT
004630     END-IF
004640
004650     MOVE JRN-DATE TO DL250-ENT-DATE
004660     MOVE JRN-TIME TO DL250-ENT-TIME
004670     IF DL250-ENTRY-STAMP NOT > DL250-ASOF-STAMP
004680         ADD 1 TO DL250-EARLIER-COUNT
004690         SET DL250-STATE-FROM-AFTER TO TRUE
004700         MOVE JRN-AFTER-SW      TO DL250-STATE-SW
004710         MOVE JRN-AFTER-IMAGE   TO DL250-STATE-IMAGE
004720         MOVE DL250-ENTRY-STAMP TO DL250-STATE-STAMP
004730         GO TO 2100-READ-NEXT
004740     END-IF
004750
004760     ADD 1 TO DL250-LATER-COUNT
004770     IF DL250-STATE-NONE
004780         SET DL250-STATE-FROM-BEFORE TO TRUE
004790         MOVE JRN-BEFORE-SW     TO DL250-STATE-SW
004800         MOVE JRN-BEFORE-IMAGE  TO DL250-STATE-IMAGE
004810         MOVE DL250-ENTRY-STAMP TO DL250-STATE-STAMP
004820     END-IF.
004830
004840 2100-READ-NEXT.
004850     READ JournalFile
004860       AT END SET EndOfJournal TO TRUE
004870     END-READ.
004880
004890 2100-CHECK-ONE-ENTRY-EXIT.
004900     EXIT.
004910
004920*----------------------------------------------------------
004930* 3000-PRINT-STATE - THE REBUILT MASTER RECORD AND WHICH
004940* JOURNAL ENTRY IT WAS TAKEN FROM.
004950*----------------------------------------------------------
004960 3000-PRINT-STATE.
004970     MOVE "MASTER RECORD AS OF THAT MOMENT" TO AsOfLine
004980     WRITE AsOfLine
004990
005000     IF DL250-STATE-NONE
005010         MOVE "NO JOURNAL ENTRIES FOR THIS DEVICE" TO AsOfLine
005020         WRITE AsOfLine
005030         GO TO 3000-PRINT-STATE-EXIT
005040     END-IF
005050
005060     IF DL250-STATE-ON-MASTER
005070         MOVE DL250-STATE-IMAGE TO DL250-IMAGE-AREA
005080         MOVE DL250-IMG-FREQUENCY TO DL250-RPT-FREQ
005090         MOVE DL250-RPT-FREQ-LINE TO AsOfLine
005100         WRITE AsOfLine
005110         MOVE DL250-IMG-LAST-RUN  TO DL250-RPT-LAST
005120         MOVE DL250-RPT-LAST-LINE TO AsOfLine
005130         WRITE AsOfLine
005140         MOVE DL250-IMG-STATUS    TO DL250-RPT-ST
005150         EVALUATE DL250-IMG-STATUS
005160             WHEN "A"
005170                 MOVE "ACTIVE"    TO DL250-RPT-ST-DESC
005180             WHEN "S"
005190                 MOVE "SUSPENDED" TO DL250-RPT-ST-DESC
005200             WHEN OTHER
005210                 MOVE "UNKNOWN"   TO DL250-RPT-ST-DESC
005220         END-EVALUATE
005230         MOVE DL250-RPT-STATUS-LINE TO AsOfLine
005240         WRITE AsOfLine
005250     ELSE
005260         MOVE "DEVICE NOT ON THE MASTER AT THAT MOMENT"
005270             TO AsOfLine
005280         WRITE AsOfLine
005290     END-IF
005300
005310*    SAY WHICH ENTRY THE STATE CAME FROM.
005320     MOVE DL250-STATE-STAMP TO DL250-ENTRY-STAMP
005330     IF DL250-STATE-FROM-AFTER
005340         MOVE "AFTER ENTRY OF: " TO DL250-RPT-STAMP-TAG
005350     ELSE
005360         MOVE "BEFORE ENTRY OF:" TO DL250-RPT-STAMP-TAG
005370     END-IF
005380     MOVE DL250-ENT-MM      TO DL250-RPT-AS-MM
005390     MOVE DL250-ENT-DD      TO DL250-RPT-AS-DD
005400     MOVE DL250-ENT-YYYY    TO DL250-RPT-AS-YYYY
005410     MOVE DL250-ENT-HH      TO DL250-RPT-AS-HH
005420     MOVE DL250-ENT-MIN     TO DL250-RPT-AS-MIN
005430     MOVE DL250-ENT-SEC     TO DL250-RPT-AS-SEC
005440     MOVE DL250-RPT-ASOF    TO AsOfLine
005450     WRITE AsOfLine.
005460
005470 3000-PRINT-STATE-EXIT.
005480     EXIT.
005490
005500*----------------------------------------------------------
005510* 4000-LIST-CHANGES - SECOND PASS: EVERY CHANGE TO THE DEVICE
005520* AFTER THE MOMENT, OLDEST FIRST, THEN THE COUNTS.
005530*----------------------------------------------------------
005540 4000-LIST-CHANGES.
005550     MOVE SPACES TO AsOfLine
005560     WRITE AsOfLine
005570     MOVE "CHANGES SINCE THAT MOMENT" TO AsOfLine
005580     WRITE AsOfLine
005590     MOVE DL250-RPT-HEADING TO AsOfLine
005600     WRITE AsOfLine
005610
005620     IF DL250-LATER-COUNT = ZERO
005630         MOVE "NONE" TO AsOfLine
005640         WRITE AsOfLine
005650         GO TO 4000-WRITE-COUNTS
005660     END-IF
005670
005680     OPEN INPUT JournalFile
005690     IF NOT DL250-JOURNAL-STATUS-OK
005700         GO TO 4000-WRITE-COUNTS
005710     END-IF
005720
005730     READ JournalFile
005740       AT END SET EndOfJournal TO TRUE
005750     END-READ
005760
005770     PERFORM 4100-LIST-ONE-ENTRY
005780         THRU 4100-LIST-ONE-ENTRY-EXIT
005790         UNTIL EndOfJournal
005800
005810     CLOSE JournalFile.
005820
005830 4000-WRITE-COUNTS.
005840     MOVE SPACES TO AsOfLine
005850     WRITE AsOfLine
005860
005870     MOVE "ENTRIES BEFORE: " TO DL250-RPT-TAG
005880     MOVE DL250-EARLIER-COUNT TO DL250-RPT-CNT
005890     MOVE DL250-RPT-COUNT-LINE TO AsOfLine
005900     WRITE AsOfLine
005910
005920     MOVE "CHANGES SINCE.: " TO DL250-RPT-TAG
005930     MOVE DL250-LATER-COUNT TO DL250-RPT-CNT
005940     MOVE DL250-RPT-COUNT-LINE TO AsOfLine
005950     WRITE AsOfLine.
005960
005970 4000-LIST-CHANGES-EXIT.
005980     EXIT.
005990
006000 4100-LIST-ONE-ENTRY.
006010     IF JRN-DEVICE-ID NOT = DL250-TGT-DEVICE
006020         GO TO 4100-READ-NEXT
006030     END-IF
006040
006050     MOVE JRN-DATE TO DL250-ENT-DATE
006060     MOVE JRN-TIME TO DL250-ENT-TIME
006070     IF DL250-ENTRY-STAMP NOT > DL250-ASOF-STAMP
006080         GO TO 4100-READ-NEXT
006090     END-IF
006100
006110     MOVE DL250-ENT-MM     TO DL250-RPT-DT-MM
006120     MOVE DL250-ENT-DD     TO DL250-RPT-DT-DD
006130     MOVE DL250-ENT-YYYY   TO DL250-RPT-DT-YYYY
006140     MOVE DL250-ENT-HH     TO DL250-RPT-DT-HH
006150     MOVE DL250-ENT-MIN    TO DL250-RPT-DT-MIN
006160     MOVE DL250-ENT-SEC    TO DL250-RPT-DT-SEC
006170     MOVE JRN-PROGRAM      TO DL250-RPT-PROGRAM
006180     MOVE JRN-ACTION       TO DL250-RPT-ACTION
006190     MOVE JRN-RUN-ID       TO DL250-RPT-RUN-ID
006200
006210     IF JRN-BEFORE-SW = "Y"
006220         MOVE JRN-BEFORE-IMAGE    TO DL250-IMAGE-AREA
006230         MOVE DL250-IMG-FREQUENCY TO DL250-RPT-BEF-FREQ
006240         MOVE DL250-IMG-STATUS    TO DL250-RPT-BEF-ST
006250     ELSE
006260         MOVE "   NONE"           TO DL250-RPT-BEF-FREQ-X
006270         MOVE SPACE               TO DL250-RPT-BEF-ST
006280     END-IF
006290
006300     IF JRN-AFTER-SW = "Y"
006310         MOVE JRN-AFTER-IMAGE     TO DL250-IMAGE-AREA
006320         MOVE DL250-IMG-FREQUENCY TO DL250-RPT-AFT-FREQ
006330         MOVE DL250-IMG-STATUS    TO DL250-RPT-AFT-ST
006340     ELSE
006350         MOVE "DELETED"           TO DL250-RPT-AFT-FREQ-X
006360         MOVE SPACE               TO DL250-RPT-AFT-ST
006370     END-IF
006380
006390     MOVE DL250-RPT-DETAIL TO AsOfLine
006400     WRITE AsOfLine.
006410
006420 4100-READ-NEXT.
006430     READ JournalFile
006440       AT END SET EndOfJournal TO TRUE
006450     END-READ.
006460
006470 4100-LIST-ONE-ENTRY-EXIT.
006480     EXIT.
006490
006500*----------------------------------------------------------
006510* 9000-TERMINATE - CLOSE FILES
006520*----------------------------------------------------------
006530 9000-TERMINATE.
006540     CLOSE AsOfReportFile.
006550
006560 9000-TERMINATE-EXIT.
006570     EXIT.
