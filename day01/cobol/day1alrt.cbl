000314*                 (DAY1-LOCK.DAT).  A CONFLICTING START ENDS
000316*                 WITH A LOCKED AUDIT LINE AND AN ALERT; A
000317*                 "FORCE" RUN PARAMETER BREAKS A STALE LOCK.
000318* 2026-10-15  DA  AN ACKNOWLEDGMENT IS TAKEN ONLY FROM AN
000319*                 OPERATOR HOLDING "ACK" IN THE OPERATOR
000320*                 AUTHORITY FILE (OPAUTH= CARD, DEFAULT
000321*                 DAY1-OPAUTH.DAT).  OTHERS ARE LISTED UNDER
000322*                 REJECTED ACKNOWLEDGMENTS AND COUNTED.
000323*----------------------------------------------------------
000330 ENVIRONMENT DIVISION.
000340 CONFIGURATION SECTION.
000350 SOURCE-COMPUTER.   IBM-370.
000606                ORGANIZATION IS LINE SEQUENTIAL
000608                FILE STATUS IS DL190-LOCK-STATUS.
000610
000611     SELECT OpAuthFile
000612                ASSIGN TO DYNAMIC DL190-OPAUTH-FILENAME
000613                ORGANIZATION IS LINE SEQUENTIAL
000614                FILE STATUS IS DL190-OPAUTH-STATUS.
000615
000620 DATA DIVISION.
000630 FILE SECTION.
000640 FD  AlertFile.
001002     02  FILLER             PIC X(01).
001003     02  LCK-FILES-HELD     PIC X(40).
001006
001007*----------------------------------------------------------
001008* OPERATOR AUTHORITY FILE - ONE CARD PER OPERATOR AND ACTION
001009* THAT OPERATOR MAY TAKE.  AN ACTION OF "ALL" GRANTS EVERY
001010* ACTION.  BLANK CARDS AND CARDS STARTING "*" ARE COMMENTS.
001011*----------------------------------------------------------
001012 FD  OpAuthFile.
001013 01  OpAuthRecord.
001014     88  EndOfOpAuthFile    VALUE HIGH-VALUES.
001015     02  AUT-OPERATOR       PIC X(08).
001016     02  FILLER             PIC X(01).
001017     02  AUT-ACTION         PIC X(10).
001018     02  FILLER             PIC X(01).
001019     02  AUT-NAME           PIC X(30).
001020
001021 WORKING-STORAGE SECTION.
001022*----------------------------------------------------------
001030* SHARED FILE NAMES - THE ALERT= AND AUDIT= CONTROL CARDS
001040* DAY1 HONORS ARE READ HERE TOO.
001050*----------------------------------------------------------
001090     02  DL190-AUDIT-FILENAME   PIC X(080)
001100                                VALUE "day1-audit.txt".
001110     02  DL190-ARCHIVE-NAME     PIC X(080) VALUE SPACES.
001111     02  DL190-OPAUTH-FILENAME  PIC X(080)
001112                                VALUE "day1-opauth.dat".
001113
001114*----------------------------------------------------------
001115* OPERATOR AUTHORITY TABLE - LOADED FROM THE AUTHORITY FILE
001116* AT START-UP.  AN OPERATOR NOT IN THE FILE IS UNKNOWN; ONE
001117* IN THE FILE WITHOUT THE ACTION (OR "ALL") IS DENIED.  NO
001118* FILE MEANS NOBODY IS AUTHORIZED.
001119*----------------------------------------------------------
001120 01  DL190-OPAUTH-STATUS        PIC X(02) VALUE SPACES.
001121     88  DL190-OPAUTH-STATUS-OK     VALUE "00".
001122
001123 01  DL190-AUTH-CONTROL.
001124     02  DL190-AUT-COUNT        PIC 9(05) COMP VALUE ZERO.
001125     02  DL190-AUT-SUB          PIC 9(05) COMP VALUE ZERO.
001126     02  DL190-AUT-LOADED-SW    PIC X(01) VALUE "N".
001127         88  DL190-AUT-LOADED       VALUE "Y".
001128     02  DL190-AUT-OVFL-SW      PIC X(01) VALUE "N".
001129         88  DL190-AUT-OVERFLOW     VALUE "Y".
001130     02  DL190-AUT-OPERATOR     PIC X(08) VALUE SPACES.
001131     02  DL190-AUT-ACTION       PIC X(10) VALUE SPACES.
001132     02  DL190-AUT-RESULT-SW    PIC X(01) VALUE "U".
001133         88  DL190-AUT-UNKNOWN      VALUE "U".
001134         88  DL190-AUT-DENIED       VALUE "D".
001135         88  DL190-AUT-GRANTED      VALUE "G".
001136
001137 01  DL190-AUTH-TABLE.
001138     02  DL190-AUT-ENTRY OCCURS 500 TIMES.
001139         03  DL190-AUT-TBL-OPERATOR PIC X(08).
001140         03  DL190-AUT-TBL-ACTION   PIC X(10).
001141
001142 01  DL190-ALERT-STATUS         PIC X(02) VALUE SPACES.
001143     88  DL190-ALERT-STATUS-OK      VALUE "00".
001145     88  DL190-ALERT-MISSING        VALUE "35".
001150
001160 01  DL190-ACK-STATUS           PIC X(02) VALUE SPACES.
002120     02  DL190-ACK-READ-COUNT   PIC 9(05) COMP VALUE ZERO.
002130     02  DL190-ACKED-COUNT      PIC 9(05) COMP VALUE ZERO.
002140     02  DL190-UNMATCHED-COUNT  PIC 9(05) COMP VALUE ZERO.
002145     02  DL190-REJECTED-COUNT   PIC 9(05) COMP VALUE ZERO.
002150     02  DL190-OPEN-COUNT       PIC 9(05) COMP VALUE ZERO.
002160     02  DL190-ACK-HIT-SW       PIC X(01) VALUE "N".
002170         88  DL190-ACK-HIT          VALUE "Y".
002920     05  FILLER             PIC X(002) VALUE SPACES.
002930     05  DL190-RPT-OPN-FILE PIC X(038).
002940     05  FILLER             PIC X(003) VALUE SPACES.
002941
002942 01  DL190-RPT-REJECT-LINE.
002943     05  FILLER             PIC X(002) VALUE SPACES.
002944     05  DL190-RPT-REJ-DATE PIC X(008).
002945     05  FILLER             PIC X(001) VALUE SPACES.
002946     05  DL190-RPT-REJ-TIME PIC X(006).
002947     05  FILLER             PIC X(002) VALUE SPACES.
002948     05  DL190-RPT-REJ-OPER PIC X(008).
002949     05  FILLER             PIC X(002) VALUE SPACES.
002950     05  DL190-RPT-REJ-WHY  PIC X(032).
002951     05  FILLER             PIC X(019) VALUE SPACES.
002952
002960 01  DL190-RPT-GROUP-LINE.
002970     05  FILLER             PIC X(002) VALUE SPACES.
002980     05  DL190-RPT-GRP-FILE PIC X(050).
003820     MOVE SPACES             TO OpenLine
003830     WRITE OpenLine.
003840
003842
003844     PERFORM 1600-LOAD-AUTHORITY
003846         THRU 1600-LOAD-AUTHORITY-EXIT.
003848
003850 1000-INITIALIZE-EXIT.
003860     EXIT.
003870
004240             MOVE DL190-CARD-VALUE TO DL190-ALERT-FILENAME
004250         WHEN "AUDIT"
004260             MOVE DL190-CARD-VALUE TO DL190-AUDIT-FILENAME
004263         WHEN "OPAUTH"
004266             MOVE DL190-CARD-VALUE TO DL190-OPAUTH-FILENAME
004270         WHEN OTHER
004280             CONTINUE
004290     END-EVALUATE.
004480
004490 1500-COMPUTE-SERIAL-EXIT.
004500     EXIT.
004501
004502*----------------------------------------------------------
004503* 1600-LOAD-AUTHORITY - TABLE THE OPERATOR AUTHORITY FILE.
004504* CARDS BEYOND THE TABLE ARE IGNORED, SO THEIR OPERATORS ARE
004505* REJECTED RATHER THAN WAVED THROUGH.
004506*----------------------------------------------------------
004507 1600-LOAD-AUTHORITY.
004508     OPEN INPUT OpAuthFile
004509     IF NOT DL190-OPAUTH-STATUS-OK
004510         GO TO 1600-LOAD-AUTHORITY-EXIT
004511     END-IF
004512     SET DL190-AUT-LOADED TO TRUE
004513
004514     READ OpAuthFile
004515       AT END SET EndOfOpAuthFile TO TRUE
004516     END-READ
004517
004518     PERFORM 1610-LOAD-ONE-AUTHORITY
004519         THRU 1610-LOAD-ONE-AUTHORITY-EXIT
004520         UNTIL EndOfOpAuthFile
004521
004522     CLOSE OpAuthFile.
004523
004524 1600-LOAD-AUTHORITY-EXIT.
004525     EXIT.
004526
004527 1610-LOAD-ONE-AUTHORITY.
004528     IF OpAuthRecord = SPACES
004529             OR AUT-OPERATOR(1:1) = "*"
004530             OR AUT-OPERATOR = SPACES
004531             OR AUT-ACTION = SPACES
004532         GO TO 1610-READ-NEXT
004533     END-IF
004534
004535     IF DL190-AUT-COUNT >= 500
004536         SET DL190-AUT-OVERFLOW TO TRUE
004537         GO TO 1610-READ-NEXT
004538     END-IF
004539
004540     ADD 1 TO DL190-AUT-COUNT
004541     MOVE AUT-OPERATOR TO DL190-AUT-TBL-OPERATOR(DL190-AUT-COUNT)
004542     MOVE AUT-ACTION   TO DL190-AUT-TBL-ACTION(DL190-AUT-COUNT).
004543
004544 1610-READ-NEXT.
004545     READ OpAuthFile
004546       AT END SET EndOfOpAuthFile TO TRUE
004547     END-READ.
004548
004549 1610-LOAD-ONE-AUTHORITY-EXIT.
004550     EXIT.
004551
004552*----------------------------------------------------------
004553* 2000-LOAD-ALERTS - READ THE LIVE ALERT FILE INTO THE TABLE.
004554*----------------------------------------------------------
004555 2000-LOAD-ALERTS.
004560     OPEN INPUT AlertFile
004570     IF NOT DL190-ALERT-STATUS-OK
004580         GO TO 2000-LOAD-ALERTS-EXIT
004670         UNTIL EndOfAlertFile
004680
004690     CLOSE AlertFile.
004691
004692 2000-LOAD-ALERTS-EXIT.
004693     EXIT.
004694
004695*----------------------------------------------------------
004696* 2050-CHECK-AUTHORITY - MAY DL190-AUT-OPERATOR TAKE
004697* DL190-AUT-ACTION?  UNKNOWN (NOT IN THE AUTHORITY FILE),
004698* DENIED (IN THE FILE, BUT NOT FOR THIS ACTION), OR GRANTED.
004699* A BLANK OPERATOR IS UNKNOWN.
004700*----------------------------------------------------------
004701 2050-CHECK-AUTHORITY.
004702     SET DL190-AUT-UNKNOWN TO TRUE
004703     MOVE ZERO TO DL190-AUT-SUB
004704     IF DL190-AUT-OPERATOR = SPACES
004705         GO TO 2050-CHECK-AUTHORITY-EXIT
004706     END-IF
004707
004708     PERFORM 2060-MATCH-ONE-AUTHORITY
004709         THRU 2060-MATCH-ONE-AUTHORITY-EXIT
004710         UNTIL DL190-AUT-GRANTED
004711            OR DL190-AUT-SUB >= DL190-AUT-COUNT.
004712
004713 2050-CHECK-AUTHORITY-EXIT.
004714     EXIT.
004715
004716 2060-MATCH-ONE-AUTHORITY.
004717     ADD 1 TO DL190-AUT-SUB
004718     IF DL190-AUT-TBL-OPERATOR(DL190-AUT-SUB)
004719             NOT = DL190-AUT-OPERATOR
004720         GO TO 2060-MATCH-ONE-AUTHORITY-EXIT
004721     END-IF
004722
004723     IF DL190-AUT-TBL-ACTION(DL190-AUT-SUB) = DL190-AUT-ACTION
004724             OR DL190-AUT-TBL-ACTION(DL190-AUT-SUB) = "ALL"
004725         SET DL190-AUT-GRANTED TO TRUE
004726     ELSE
004727         SET DL190-AUT-DENIED TO TRUE
004728     END-IF.
004729
004730 2060-MATCH-ONE-AUTHORITY-EXIT.
004731     EXIT.
004732
004740 2100-LOAD-ONE-ALERT.
004750     IF AlertRecord = SPACES
004760         GO TO 2100-READ-NEXT
005270         THRU 3100-APPLY-ONE-ACK-EXIT
005280         UNTIL EndOfAckFile
005290
005292     CLOSE AckFile
005294
005296     IF DL190-REJECTED-COUNT > ZERO
005298         MOVE SPACES TO OpenLine
005300         WRITE OpenLine
005302     END-IF.
005310
005320 3000-APPLY-ACKNOWLEDGMENTS-EXIT.
005330     EXIT.
005400
005410     ADD 1 TO DL190-ACK-READ-COUNT
005420     MOVE "N" TO DL190-ACK-HIT-SW
005421
005422     MOVE ACK-OPERATOR TO DL190-AUT-OPERATOR
005423     MOVE "ACK"        TO DL190-AUT-ACTION
005424     PERFORM 2050-CHECK-AUTHORITY
005425         THRU 2050-CHECK-AUTHORITY-EXIT
005426     IF NOT DL190-AUT-GRANTED
005427         PERFORM 3150-REPORT-REJECT
005428             THRU 3150-REPORT-REJECT-EXIT
005429         GO TO 3100-READ-NEXT-ACK
005430     END-IF
005431
005440     IF ACK-ALERT-DATE NOT NUMERIC
005450             OR ACK-ALERT-TIME NOT NUMERIC
005460         ADD 1 TO DL190-UNMATCHED-COUNT
005640 3100-APPLY-ONE-ACK-EXIT.
005650     EXIT.
005660
005661*----------------------------------------------------------
005662* 3150-REPORT-REJECT - LIST AN ACKNOWLEDGMENT REFUSED FOR ITS
005663* OPERATOR.  THE FIRST ONE OPENS THE SECTION.
005664*----------------------------------------------------------
005665 3150-REPORT-REJECT.
005666     ADD 1 TO DL190-REJECTED-COUNT
005667     IF DL190-REJECTED-COUNT = 1
005668         MOVE "REJECTED ACKNOWLEDGMENTS"
005669             TO DL190-RPT-SECTION-TEXT
005670         MOVE DL190-RPT-SECTION TO OpenLine
005671         WRITE OpenLine
005672     END-IF
005673
005674     MOVE ACK-ALERT-DATE TO DL190-RPT-REJ-DATE
005675     MOVE ACK-ALERT-TIME TO DL190-RPT-REJ-TIME
005676     MOVE ACK-OPERATOR   TO DL190-RPT-REJ-OPER
005677     IF DL190-AUT-UNKNOWN
005678         MOVE "REJECTED - UNKNOWN OPERATOR"
005679             TO DL190-RPT-REJ-WHY
005680     ELSE
005681         MOVE "REJECTED - UNAUTHORIZED OPERATOR"
005682             TO DL190-RPT-REJ-WHY
005683     END-IF
005684     MOVE DL190-RPT-REJECT-LINE TO OpenLine
005685     WRITE OpenLine.
005686
005687 3150-REPORT-REJECT-EXIT.
005688     EXIT.
005689
005690 3200-MATCH-ONE-ALERT.
005691     ADD 1 TO DL190-ALT-SUB
005692
005700     IF DL190-TBL-ACKED-SW(DL190-ALT-SUB) = "Y"
005710         GO TO 3200-MATCH-ONE-ALERT-EXIT
005720     END-IF
007930     MOVE DL190-RPT-COUNT-LINE TO OpenLine
007940     WRITE OpenLine
007950
007951     MOVE "REJECTED.....: " TO DL190-RPT-TAG
007952     MOVE DL190-REJECTED-COUNT TO DL190-RPT-CNT
007953     MOVE DL190-RPT-COUNT-LINE TO OpenLine
007954     WRITE OpenLine
007955
007960     MOVE "ESCALATED....: " TO DL190-RPT-TAG
007970     MOVE DL190-ESCALATE-COUNT TO DL190-RPT-CNT
007980     MOVE DL190-RPT-COUNT-LINE TO OpenLine
008020     MOVE DL190-OPEN-COUNT TO DL190-RPT-CNT
008030     MOVE DL190-RPT-COUNT-LINE TO OpenLine
008040     WRITE OpenLine
008041
008042     IF NOT DL190-AUT-LOADED
008043         MOVE "NO OPERATOR AUTHORITY - NOTHING ACKNOWLEDGED"
008044             TO OpenLine
008045         WRITE OpenLine
008046     END-IF
008047
008048     IF DL190-AUT-OVERFLOW
008049         MOVE "AUTHORITY TABLE FULL - LATER CARDS IGNORED"
008050             TO OpenLine
008051         WRITE OpenLine
008052     END-IF
008053
008060     IF DL190-ALT-OVERFLOW
008070         MOVE "ALERT TABLE FULL - FILE NOT REWRITTEN"
008080             TO OpenLine
