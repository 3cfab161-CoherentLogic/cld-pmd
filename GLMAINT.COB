000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. GLMAINT.
000300 AUTHOR. John Willis
000400*
000500* PMD 0.01
000600* COPYRIGHT (C) 2012 COHERENT LOGIC DEVELOPMENT LLC
000700*
000800* GLMAINT.COB: GL ACCOUNT MAPPING TABLE MAINTENANCE
000900*   $Id$
001000*
001100* APPLIES ACCOUNTING'S MAPPING CARDS (GLMCARDS) TO THE GL
001200* ACCOUNT MAPPING TABLE (GLMAP, GLMREC.CPY) THAT GLEXTRCT USES
001300* TO SEND EACH POSTED TRANSACTION TYPE TO ITS GL ACCOUNT AND
001400* SIDE.  ACTION "A" ADDS A ROW FOR A TYPE FROM AN EFFECTIVE
001500* DATE, "C" CHANGES THE ACCOUNT, SIDE, DESCRIPTION OR END DATE
001600* OF AN EXISTING ROW, AND "E" END-DATES ONE.  A RE-MAP IS AN
001700* "E" CARD ON THE OLD ROW AND AN "A" CARD FOR THE NEW ONE, SO
001800* THE OLD RULE STAYS ON FILE FOR EVERY GLIFILE ALREADY CUT
001900* UNDER IT.  EVERY CARD IS LISTED ON THE MAINTENANCE REPORT
002000* WITH THE ROW BEFORE AND AFTER IT WAS APPLIED.
002100*
002200* THE RESULT IS SORTED BY TYPE AND EFFECTIVE DATE ONTO THE NEW
002300* TABLE (GLMNEW) UNDER THE NEXT VERSION NUMBER.  A TABLE WITH
002400* TWO ROWS IN EFFECT FOR THE SAME TYPE ON THE SAME DAY WOULD
002500* BE REFUSED BY GLEXTRCT, SO IT IS NOT CUT: THE OVERLAPS ARE
002600* LISTED AND THE JOB ENDS DATA ERROR.  AN ABSENT OLD TABLE IS
002700* TREATED AS A FIRST-TIME LOAD, AS CALMAINT DOES.
002800*
002900 ENVIRONMENT DIVISION.
003000 INPUT-OUTPUT SECTION.
003100 FILE-CONTROL.
003200
003300    	SELECT OLD-MAP-FILE ASSIGN TO "GLMAP"
003400    	    ORGANIZATION IS LINE SEQUENTIAL
003500    	    FILE STATUS IS WS-OLD-MAP-STATUS.
003600
003700    	SELECT CARD-FILE ASSIGN TO "GLMCARDS"
003800    	    ORGANIZATION IS LINE SEQUENTIAL
003900    	    FILE STATUS IS WS-CARD-STATUS.
004000
004100    	SELECT NEW-MAP-FILE ASSIGN TO "GLMNEW"
004200    	    ORGANIZATION IS LINE SEQUENTIAL
004300    	    FILE STATUS IS WS-NEW-MAP-STATUS.
004400
004500    	SELECT REPORT-FILE ASSIGN TO "REPTFILE"
004600    	    ORGANIZATION IS LINE SEQUENTIAL
004700    	    FILE STATUS IS WS-REPORT-STATUS.
004800
004900    	SELECT SORT-WORK-FILE ASSIGN TO "SRTWORK".
005000
005100 DATA DIVISION.
005200 FILE SECTION.
005300
005400 FD  OLD-MAP-FILE.
005500 01  GL-MAP-RECORD.
005600     COPY GLMREC.
005700
005800 FD  CARD-FILE.
005900 01  GL-MAP-CARD.
006000     05  CRD-ACTION-CODE       PIC X(01).
006100         88  CRD-ACTION-ADD            VALUE "A".
006200         88  CRD-ACTION-CHANGE         VALUE "C".
006300         88  CRD-ACTION-END-DATE       VALUE "E".
006400     05  CRD-TRAN-TYPE         PIC X(01).
006500     05  CRD-EFFECTIVE-FROM    PIC X(08).
006600     05  CRD-EFFECTIVE-TO      PIC X(08).
006700     05  CRD-GL-ACCOUNT        PIC X(08).
006800     05  CRD-DR-CR-SIDE        PIC X(01).
006900     05  CRD-DESCRIPTION       PIC X(30).
007000     05  FILLER                PIC X(23).
007100
007200 FD  NEW-MAP-FILE.
007300 01  NEW-MAP-RECORD            PIC X(80).
007400
007500 FD  REPORT-FILE.
007600 01  REPORT-RECORD             PIC X(132).
007700
007800*    ROWS ARE SORTED BY TYPE AND EFFECTIVE DATE SO THE NEW
007900*    TABLE COMES OUT IN ORDER NO MATTER HOW THE CARDS WERE
008000*    KEYED.
008100 SD  SORT-WORK-FILE.
008200 01  SORT-WORK-RECORD.
008300     05  SRT-RECORD-TYPE       PIC X(03).
008400     05  SRT-MAPPING-KEY       PIC X(09).
008500     05  SRT-MAPPING-REST      PIC X(68).
008600
008700 WORKING-STORAGE SECTION.
008800
008900*    SHARED FILE-STATUS-CHECK CONTROLS
009000 01  WS-CHECK-FILE-NAME        PIC X(20)  VALUE SPACES.
009100 01  WS-CHECK-FILE-STATUS      PIC X(02)  VALUE SPACES.
009200
009300*    STANDARD JOB RETURN CODE, MOVED TO RETURN-CODE BY
009400*    PROGRAM-DONE.  RANGES AS IN TEMPLATE.COB.
009500 01  WS-RETURN-CODE            PIC 9(02)  VALUE ZERO.
009600     88  WS-RC-CLEAN                       VALUE 0.
009700     88  WS-RC-WARNING                     VALUE 4.
009800     88  WS-RC-DATA-ERROR                  VALUE 8.
009900     88  WS-RC-ABEND                       VALUE 16.
010000
010100 01  WS-OLD-MAP-STATUS         PIC X(02)  VALUE SPACES.
010200 01  WS-CARD-STATUS            PIC X(02)  VALUE SPACES.
010300 01  WS-NEW-MAP-STATUS         PIC X(02)  VALUE SPACES.
010400 01  WS-REPORT-STATUS          PIC X(02)  VALUE SPACES.
010500
010600 01  WS-WORK-PROGRAM-ID        PIC X(08)  VALUE "GLMAINT".
010700 01  WS-ABEND-SWITCH           PIC X(01)  VALUE "N".
010800     88  ABEND-OCCURRED                   VALUE "Y".
010900     88  NO-ABEND-OCCURRED                VALUE "N".
011000 01  WS-CLOSING-SWITCH         PIC X(01)  VALUE "N".
011100     88  CLOSING-IN-PROGRESS              VALUE "Y".
011200     88  CLOSING-NOT-IN-PROGRESS          VALUE "N".
011300
011400 01  WS-OLD-MAP-EOF-SWITCH     PIC X(01)  VALUE "N".
011500     88  OLD-MAP-EOF                      VALUE "Y".
011600     88  OLD-MAP-NOT-EOF                  VALUE "N".
011700 01  WS-CARD-EOF-SWITCH        PIC X(01)  VALUE "N".
011800     88  CARD-EOF                         VALUE "Y".
011900     88  CARD-NOT-EOF                     VALUE "N".
012000 01  WS-SORT-EOF-SWITCH        PIC X(01)  VALUE "N".
012100     88  SORT-EOF                         VALUE "Y".
012200     88  SORT-NOT-EOF                     VALUE "N".
012300 01  WS-CARD-VALID-SWITCH      PIC X(01)  VALUE "Y".
012400     88  CARD-IS-VALID                    VALUE "Y".
012500     88  CARD-IS-INVALID                  VALUE "N".
012600 01  WS-OVERLAP-SWITCH         PIC X(01)  VALUE "N".
012700     88  TABLE-HAS-OVERLAP                VALUE "Y".
012800     88  TABLE-HAS-NO-OVERLAP             VALUE "N".
012900
013000*    THE WHOLE TABLE IS HELD HERE WHILE THE CARDS ARE APPLIED,
013100*    IN THE GLMREC.CPY MAPPING-ROW LAYOUT, SO A CARD CAN ACT ON
013200*    A ROW ADDED BY AN EARLIER CARD IN THE SAME DECK AND THE
013300*    OVERLAP CHECK SEES THE TABLE AS IT WILL BE CUT.
013400 01  WS-MAP-TABLE.
013500     05  WS-MAP-ROW OCCURS 200 TIMES.
013600         10  WS-TBL-RECORD-TYPE    PIC X(03).
013700         10  WS-TBL-MAPPING-KEY.
013800             15  WS-TBL-TRAN-TYPE      PIC X(01).
013900             15  WS-TBL-EFFECTIVE-FROM PIC 9(08).
014000         10  WS-TBL-EFFECTIVE-TO   PIC 9(08).
014100         10  WS-TBL-GL-ACCOUNT     PIC X(08).
014200         10  WS-TBL-DR-CR-SIDE     PIC X(01).
014300         10  WS-TBL-DESCRIPTION    PIC X(30).
014400         10  WS-TBL-CHANGED-DATE   PIC 9(08).
014500         10  FILLER                PIC X(13).
014600 01  WS-ROW-COUNT              PIC S9(04) COMP VALUE ZERO.
014700 01  WS-ROW-SUB                PIC S9(04) COMP VALUE ZERO.
014800 01  WS-PAIR-SUB               PIC S9(04) COMP VALUE ZERO.
014900 01  WS-MATCH-SUB              PIC S9(04) COMP VALUE ZERO.
015000 01  WS-CARD-KEY.
015100     05  WS-CARD-TRAN-TYPE     PIC X(01)  VALUE SPACE.
015200     05  WS-CARD-FROM          PIC X(08)  VALUE SPACES.
015300 01  WS-NEW-EFFECTIVE-TO       PIC 9(08)  VALUE ZERO.
015400 01  WS-REJECT-REASON          PIC X(30)  VALUE SPACES.
015500
015600*    VERSION CONTROL.  THE NEW TABLE CARRIES THE NEXT VERSION
015700*    ONLY WHEN A CARD ACTUALLY CHANGED A ROW; A RUN WITH NO
015800*    GOOD CARDS COPIES THE TABLE UNDER ITS OLD VERSION.
015900 01  WS-OLD-VERSION            PIC 9(05)  VALUE ZERO.
016000 01  WS-OLD-VERSION-DATE       PIC 9(08)  VALUE ZERO.
016100 01  WS-NEW-VERSION            PIC 9(05)  VALUE ZERO.
016200 01  WS-NEW-VERSION-DATE       PIC 9(08)  VALUE ZERO.
016300
016400*    MAINTENANCE ACTIVITY TOTALS FOR THE REPORT TRAILER
016500 01  WS-ROWS-LOADED            PIC 9(05)  VALUE ZERO.
016600 01  WS-ROWS-KEPT              PIC 9(05)  VALUE ZERO.
016700 01  WS-ROWS-ADDED             PIC 9(05)  VALUE ZERO.
016800 01  WS-ROWS-CHANGED           PIC 9(05)  VALUE ZERO.
016900 01  WS-ROWS-ENDED             PIC 9(05)  VALUE ZERO.
017000 01  WS-CARDS-INVALID          PIC 9(05)  VALUE ZERO.
017100 01  WS-OVERLAPS-FOUND         PIC 9(05)  VALUE ZERO.
017200
017300*    SHOP MESSAGE FACILITY CONTROLS.  SERIOUS CONDITIONS GO
017400*    OUT THROUGH MSGWRITE TO THE CONSOLE AND THE DATED
017500*    MESSAGE FILE READ BY THE EXCPRPT EXCEPTION REPORT.
017600 01  WS-MESSAGE-AREA.
017700     COPY MSGCOMM.
017800 01  WS-SORT-RETURN-9          PIC 9(04)  VALUE ZERO.
017900
018000*    CENTRALIZED DATE-WINDOW/CENTURY CONTROLS
018100     COPY DATEUTIL.
018200
018300*    RUN-SUMMARY BANNER CONTROLS
018400 01  WS-RUN-START-TIME.
018500     05  WS-START-HH           PIC 99     VALUE ZERO.
018600     05  WS-START-MM           PIC 99     VALUE ZERO.
018700     05  WS-START-SS           PIC 99     VALUE ZERO.
018800     05  WS-START-HS           PIC 99     VALUE ZERO.
018900 01  WS-RUN-STOP-TIME.
019000     05  WS-STOP-HH            PIC 99     VALUE ZERO.
019100     05  WS-STOP-MM            PIC 99     VALUE ZERO.
019200     05  WS-STOP-SS            PIC 99     VALUE ZERO.
019300     05  WS-STOP-HS            PIC 99     VALUE ZERO.
019400 01  WS-RECORDS-READ           PIC 9(09)  VALUE ZERO.
019500 01  WS-RECORDS-WRITTEN        PIC 9(09)  VALUE ZERO.
019600 01  WS-RECORDS-REJECTED       PIC 9(09)  VALUE ZERO.
019700 01  WS-BANNER-LINE            PIC X(132) VALUE SPACES.
019800
019900*    MAINTENANCE REPORT LINE LAYOUTS
020000 01  WS-REPORT-HEADING-1.
020100     05  FILLER                PIC X(46)  VALUE
020200         "GLMAINT GL MAPPING MAINTENANCE REPORT - RUN ".
020300     05  RPT-HDG-RUN-DATE      PIC 9(08).
020400     05  FILLER                PIC X(78)  VALUE SPACES.
020500 01  WS-REPORT-HEADING-2.
020600     05  FILLER                PIC X(11)  VALUE " ACTION".
020700     05  FILLER                PIC X(05)  VALUE "TYP".
020800     05  FILLER                PIC X(10)  VALUE "EFF FROM".
020900     05  FILLER                PIC X(10)  VALUE "EFF TO".
021000     05  FILLER                PIC X(10)  VALUE "ACCOUNT".
021100     05  FILLER                PIC X(05)  VALUE "D/C".
021200     05  FILLER                PIC X(32)  VALUE "DESCRIPTION".
021300     05  FILLER                PIC X(49)  VALUE "NOTE".
021400 01  WS-REPORT-DETAIL.
021500     05  FILLER                PIC X(01)  VALUE SPACE.
021600     05  RPT-ACTION            PIC X(10).
021700     05  RPT-TRAN-TYPE         PIC X(01).
021800     05  FILLER                PIC X(04)  VALUE SPACES.
021900     05  RPT-EFFECTIVE-FROM    PIC X(08).
022000     05  FILLER                PIC X(02)  VALUE SPACES.
022100     05  RPT-EFFECTIVE-TO      PIC X(08).
022200     05  FILLER                PIC X(02)  VALUE SPACES.
022300     05  RPT-GL-ACCOUNT        PIC X(08).
022400     05  FILLER                PIC X(02)  VALUE SPACES.
022500     05  RPT-DR-CR-SIDE        PIC X(01).
022600     05  FILLER                PIC X(04)  VALUE SPACES.
022700     05  RPT-DESCRIPTION       PIC X(30).
022800     05  FILLER                PIC X(02)  VALUE SPACES.
022900     05  RPT-NOTE              PIC X(30).
023000     05  FILLER                PIC X(19)  VALUE SPACES.
023100
023200 PROCEDURE DIVISION.
023300 PROGRAM-BEGIN.
023400    	PERFORM OPENING-PROCEDURE.
023500    	PERFORM MAIN-PROCESS.
023600    	PERFORM CLOSING-PROCEDURE.
023700    	PERFORM PROGRAM-DONE.
023800
023900 PROGRAM-EXIT.
024000    	EXIT PROGRAM.
024100
024200 PROGRAM-DONE.
024300    	MOVE WS-RETURN-CODE TO RETURN-CODE.
024400    	STOP RUN.
024500
024600 OPENING-PROCEDURE.
024700    	ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
024800    	ACCEPT WS-RUN-START-TIME FROM TIME.
024900    	PERFORM OPEN-REPORT-FILE.
025000    	PERFORM WRITE-REPORT-HEADINGS.
025100    	PERFORM LOAD-OLD-MAP.
025200
025300 OPEN-REPORT-FILE.
025400    	OPEN OUTPUT REPORT-FILE.
025500    	MOVE "REPORT-FILE" TO WS-CHECK-FILE-NAME.
025600    	MOVE WS-REPORT-STATUS TO WS-CHECK-FILE-STATUS.
025700    	PERFORM FILE-STATUS-CHECK.
025800
025900 WRITE-REPORT-HEADINGS.
026000    	MOVE WS-CURRENT-DATE TO RPT-HDG-RUN-DATE.
026100    	MOVE WS-REPORT-HEADING-1 TO REPORT-RECORD.
026200    	PERFORM WRITE-REPORT-LINE.
026300    	MOVE SPACES TO REPORT-RECORD.
026400    	PERFORM WRITE-REPORT-LINE.
026500
026600*    THE OLD TABLE LOADS WHOLE.  AN ABSENT GLMAP (STATUS 35) IS
026700*    A FIRST-TIME LOAD AT VERSION ZERO; ANY OTHER FILE MUST OPEN
026800*    ON ITS VERSION RECORD.
026900 LOAD-OLD-MAP.
027000    	OPEN INPUT OLD-MAP-FILE.
027100    	IF WS-OLD-MAP-STATUS = "35"
027200    	MOVE SPACES TO WS-OLD-MAP-STATUS
027300    	MOVE " NO GL MAPPING TABLE (GLMAP) - FIRST-TIME LOAD"
027400    	    TO REPORT-RECORD
027500    	PERFORM WRITE-REPORT-LINE
027600    	ELSE
027700    	MOVE "OLD-MAP-FILE" TO WS-CHECK-FILE-NAME
027800    	MOVE WS-OLD-MAP-STATUS TO WS-CHECK-FILE-STATUS
027900    	PERFORM FILE-STATUS-CHECK
028000    	PERFORM READ-OLD-MAP
028100    	IF OLD-MAP-EOF OR NOT GLM-VERSION-RECORD
028200    	MOVE "M005" TO MSG-NUMBER
028300    	SET MSG-SEVERITY-ERROR TO TRUE
028400    	MOVE "RUN REFUSED - GLMAP HAS NO VERSION RECORD"
028500    	    TO MSG-TEXT
028600    	PERFORM LOG-OPERATOR-MESSAGE
028700    	SET WS-RC-DATA-ERROR TO TRUE
028800    	PERFORM CLOSING-PROCEDURE
028900    	PERFORM PROGRAM-DONE
029000    	END-IF
029100    	MOVE GLM-VERSION-NUMBER TO WS-OLD-VERSION
029200    	MOVE GLM-VERSION-DATE TO WS-OLD-VERSION-DATE
029300    	PERFORM READ-OLD-MAP
029400    	PERFORM LOAD-ONE-OLD-ROW UNTIL OLD-MAP-EOF
029500    	CLOSE OLD-MAP-FILE
029600    	MOVE WS-OLD-MAP-STATUS TO WS-CHECK-FILE-STATUS
029700    	PERFORM FILE-STATUS-CHECK
029800    	MOVE SPACES TO WS-OLD-MAP-STATUS
029900    	END-IF.
030000    	MOVE WS-OLD-VERSION TO WS-NEW-VERSION.
030100    	MOVE WS-ROW-COUNT TO WS-ROWS-LOADED.
030200    	MOVE WS-OLD-VERSION-DATE TO WS-NEW-VERSION-DATE.
030300    	MOVE SPACES TO WS-BANNER-LINE.
030400    	STRING " OLD TABLE VERSION " WS-OLD-VERSION
030500    	    " BUILT " WS-OLD-VERSION-DATE
030600    	    "   ROWS: " WS-ROWS-LOADED
030700    	    DELIMITED BY SIZE INTO WS-BANNER-LINE.
030800    	MOVE WS-BANNER-LINE TO REPORT-RECORD.
030900    	PERFORM WRITE-REPORT-LINE.
031000    	MOVE SPACES TO REPORT-RECORD.
031100    	PERFORM WRITE-REPORT-LINE.
031200    	MOVE WS-REPORT-HEADING-2 TO REPORT-RECORD.
031300    	PERFORM WRITE-REPORT-LINE.
031400
031500 READ-OLD-MAP.
031600    	READ OLD-MAP-FILE
031700    	AT END
031800    	SET OLD-MAP-EOF TO TRUE
031900    	END-READ.
032000    	IF OLD-MAP-NOT-EOF
032100    	ADD 1 TO WS-RECORDS-READ
032200    	MOVE "OLD-MAP-FILE" TO WS-CHECK-FILE-NAME
032300    	MOVE WS-OLD-MAP-STATUS TO WS-CHECK-FILE-STATUS
032400    	PERFORM FILE-STATUS-CHECK
032500    	END-IF.
032600
032700 LOAD-ONE-OLD-ROW.
032800    	IF GLM-MAPPING-RECORD
032900    	IF WS-ROW-COUNT < 200
033000    	ADD 1 TO WS-ROW-COUNT
033100    	MOVE GL-MAP-RECORD TO WS-MAP-ROW(WS-ROW-COUNT)
033200    	ELSE
033300    	MOVE "M018" TO MSG-NUMBER
033400    	SET MSG-SEVERITY-FATAL TO TRUE
033500    	MOVE "MAPPING TABLE FULL - GLMAP HAS OVER 200 ROWS"
033600    	    TO MSG-TEXT
033700    	PERFORM LOG-OPERATOR-MESSAGE
033800    	SET WS-RC-ABEND TO TRUE
033900    	SET ABEND-OCCURRED TO TRUE
034000    	PERFORM CLOSING-PROCEDURE
034100    	PERFORM PROGRAM-DONE
034200    	END-IF
034300    	END-IF.
034400    	PERFORM READ-OLD-MAP.
034500
034600*    CARDS, THEN THE OVERLAP CHECK ON THE RESULT, THEN THE NEW
034700*    TABLE - ONLY IF THE RESULT IS ONE GLEXTRCT WILL ACCEPT.
034800 MAIN-PROCESS.
034900    	PERFORM APPLY-MAP-CARDS.
035000    	PERFORM CHECK-TABLE-OVERLAPS.
035100    	IF TABLE-HAS-OVERLAP
035200    	MOVE "M024" TO MSG-NUMBER
035300    	SET MSG-SEVERITY-ERROR TO TRUE
035400    	MOVE SPACES TO MSG-TEXT
035500    	STRING "GL MAPPING OVERLAP - " WS-OVERLAPS-FOUND
035600    	    " OVERLAPPING ROW PAIRS, NEW TABLE NOT CUT"
035700    	    DELIMITED BY SIZE INTO MSG-TEXT
035800    	PERFORM LOG-OPERATOR-MESSAGE
035900    	SET WS-RC-DATA-ERROR TO TRUE
036000    	ELSE
036100    	IF WS-ROWS-ADDED > ZERO OR WS-ROWS-CHANGED > ZERO OR
036200    	   WS-ROWS-ENDED > ZERO
036300    	ADD 1 TO WS-NEW-VERSION
036400    	MOVE WS-CURRENT-DATE TO WS-NEW-VERSION-DATE
036500    	END-IF
036600    	PERFORM OPEN-NEW-MAP
036700    	PERFORM SORT-CONTROL-STEP
036800    	END-IF.
036900
037000*    AN ABSENT GLMCARDS (STATUS 35) MEANS A STRAIGHT COPY RUN.
037100 APPLY-MAP-CARDS.
037200    	OPEN INPUT CARD-FILE.
037300    	IF WS-CARD-STATUS = "35"
037400    	SET CARD-EOF TO TRUE
037500    	MOVE SPACES TO WS-CARD-STATUS
037600    	ELSE
037700    	MOVE "CARD-FILE" TO WS-CHECK-FILE-NAME
037800    	MOVE WS-CARD-STATUS TO WS-CHECK-FILE-STATUS
037900    	PERFORM FILE-STATUS-CHECK
038000    	PERFORM READ-CARD-RECORD
038100    	PERFORM APPLY-ONE-CARD UNTIL CARD-EOF
038200    	CLOSE CARD-FILE
038300    	MOVE WS-CARD-STATUS TO WS-CHECK-FILE-STATUS
038400    	PERFORM FILE-STATUS-CHECK
038500    	MOVE SPACES TO WS-CARD-STATUS
038600    	END-IF.
038700
038800 READ-CARD-RECORD.
038900    	READ CARD-FILE
039000    	AT END
039100    	SET CARD-EOF TO TRUE
039200    	END-READ.
039300    	IF CARD-NOT-EOF
039400    	ADD 1 TO WS-RECORDS-READ
039500    	MOVE "CARD-FILE" TO WS-CHECK-FILE-NAME
039600    	MOVE WS-CARD-STATUS TO WS-CHECK-FILE-STATUS
039700    	PERFORM FILE-STATUS-CHECK
039800    	END-IF.
039900
040000*    THE CARD NAMES ITS ROW BY TYPE AND EFFECTIVE-FROM DATE.
040100*    CHECKS RUN IN ORDER AND THE FIRST FAILURE NAMES THE
040200*    REJECTION ON THE REPORT.
040300 APPLY-ONE-CARD.
040400    	SET CARD-IS-VALID TO TRUE.
040500    	MOVE SPACES TO WS-REJECT-REASON.
040600    	MOVE CRD-TRAN-TYPE TO WS-CARD-TRAN-TYPE.
040700    	MOVE CRD-EFFECTIVE-FROM TO WS-CARD-FROM.
040800    	PERFORM EDIT-CARD-KEY.
040900    	IF CARD-IS-VALID
041000    	PERFORM FIND-MAP-ROW
041100    	END-IF.
041200    	IF CARD-IS-VALID AND CRD-ACTION-ADD
041300    	PERFORM ADD-MAP-ROW
041400    	END-IF.
041500    	IF CARD-IS-VALID AND CRD-ACTION-CHANGE
041600    	PERFORM CHANGE-MAP-ROW
041700    	END-IF.
041800    	IF CARD-IS-VALID AND CRD-ACTION-END-DATE
041900    	PERFORM END-DATE-MAP-ROW
042000    	END-IF.
042100    	IF CARD-IS-INVALID
042200    	PERFORM REPORT-INVALID-CARD
042300    	END-IF.
042400    	PERFORM READ-CARD-RECORD.
042500
042600 EDIT-CARD-KEY.
042700    	IF NOT CRD-ACTION-ADD AND NOT CRD-ACTION-CHANGE AND
042800    	   NOT CRD-ACTION-END-DATE
042900    	SET CARD-IS-INVALID TO TRUE
043000    	MOVE "INVALID ACTION CODE" TO WS-REJECT-REASON
043100    	END-IF.
043200    	IF CARD-IS-VALID AND
043300    	   CRD-TRAN-TYPE NOT = "D" AND
043400    	   CRD-TRAN-TYPE NOT = "C" AND
043500    	   CRD-TRAN-TYPE NOT = "A" AND
043600    	   CRD-TRAN-TYPE NOT = "R"
043700    	SET CARD-IS-INVALID TO TRUE
043800    	MOVE "INVALID TRANSACTION TYPE" TO WS-REJECT-REASON
043900    	END-IF.
044000    	IF CARD-IS-VALID AND CRD-EFFECTIVE-FROM NOT NUMERIC
044100    	SET CARD-IS-INVALID TO TRUE
044200    	MOVE "EFFECTIVE-FROM NOT A DATE" TO WS-REJECT-REASON
044300    	END-IF.
044400    	IF CARD-IS-VALID AND CRD-EFFECTIVE-TO NOT = SPACES AND
044500    	   CRD-EFFECTIVE-TO NOT NUMERIC
044600    	SET CARD-IS-INVALID TO TRUE
044700    	MOVE "EFFECTIVE-TO NOT A DATE" TO WS-REJECT-REASON
044800    	END-IF.
044900    	IF CARD-IS-VALID AND CRD-DR-CR-SIDE NOT = SPACE AND
045000    	   CRD-DR-CR-SIDE NOT = "D" AND CRD-DR-CR-SIDE NOT = "C"
045100    	SET CARD-IS-INVALID TO TRUE
045200    	MOVE "SIDE MUST BE D OR C" TO WS-REJECT-REASON
045300    	END-IF.
045400
045500 FIND-MAP-ROW.
045600    	MOVE ZERO TO WS-MATCH-SUB.
045700    	IF WS-ROW-COUNT > ZERO
045800    	MOVE 1 TO WS-ROW-SUB
045900    	PERFORM CHECK-ONE-MAP-ROW
046000    	    UNTIL WS-MATCH-SUB > ZERO OR
046100    	          WS-ROW-SUB > WS-ROW-COUNT
046200    	END-IF.
046300
046400 CHECK-ONE-MAP-ROW.
046500    	IF WS-TBL-MAPPING-KEY(WS-ROW-SUB) = WS-CARD-KEY
046600    	MOVE WS-ROW-SUB TO WS-MATCH-SUB
046700    	END-IF.
046800    	ADD 1 TO WS-ROW-SUB.
046900
047000*    A NEW ROW NEEDS AN ACCOUNT AND A SIDE; NO END DATE MEANS
047100*    THE ROW IS OPEN-ENDED.
047200 ADD-MAP-ROW.
047300    	IF WS-MATCH-SUB > ZERO
047400    	SET CARD-IS-INVALID TO TRUE
047500    	MOVE "ROW ALREADY ON TABLE" TO WS-REJECT-REASON
047600    	END-IF.
047700    	IF CARD-IS-VALID AND
047800    	   (CRD-GL-ACCOUNT = SPACES OR CRD-DR-CR-SIDE = SPACE)
047900    	SET CARD-IS-INVALID TO TRUE
048000    	MOVE "ACCOUNT AND SIDE REQUIRED" TO WS-REJECT-REASON
048100    	END-IF.
048200    	IF CRD-EFFECTIVE-TO = SPACES
048300    	MOVE 99999999 TO WS-NEW-EFFECTIVE-TO
048400    	ELSE
048500    	MOVE CRD-EFFECTIVE-TO TO WS-NEW-EFFECTIVE-TO
048600    	END-IF.
048700    	IF CARD-IS-VALID AND
048800    	   WS-NEW-EFFECTIVE-TO < CRD-EFFECTIVE-FROM
048900    	SET CARD-IS-INVALID TO TRUE
049000    	MOVE "EFFECTIVE-TO BEFORE FROM" TO WS-REJECT-REASON
049100    	END-IF.
049200    	IF CARD-IS-VALID AND WS-ROW-COUNT NOT < 200
049300    	SET CARD-IS-INVALID TO TRUE
049400    	MOVE "MAPPING TABLE FULL" TO WS-REJECT-REASON
049500    	END-IF.
049600    	IF CARD-IS-VALID
049700    	ADD 1 TO WS-ROW-COUNT
049800    	MOVE WS-ROW-COUNT TO WS-MATCH-SUB
049900    	MOVE SPACES TO WS-MAP-ROW(WS-MATCH-SUB)
050000    	MOVE "MAP" TO WS-TBL-RECORD-TYPE(WS-MATCH-SUB)
050100    	MOVE WS-CARD-KEY TO WS-TBL-MAPPING-KEY(WS-MATCH-SUB)
050200    	MOVE WS-NEW-EFFECTIVE-TO TO
050300    	    WS-TBL-EFFECTIVE-TO(WS-MATCH-SUB)
050400    	MOVE CRD-GL-ACCOUNT TO WS-TBL-GL-ACCOUNT(WS-MATCH-SUB)
050500    	MOVE CRD-DR-CR-SIDE TO WS-TBL-DR-CR-SIDE(WS-MATCH-SUB)
050600    	MOVE CRD-DESCRIPTION TO WS-TBL-DESCRIPTION(WS-MATCH-SUB)
050700    	MOVE WS-CURRENT-DATE TO
050800    	    WS-TBL-CHANGED-DATE(WS-MATCH-SUB)
050900    	ADD 1 TO WS-ROWS-ADDED
051000    	MOVE "ADDED" TO RPT-ACTION
051100    	MOVE SPACES TO RPT-NOTE
051200    	PERFORM WRITE-DETAIL-FROM-TABLE
051300    	END-IF.
051400
051500*    A BLANK FIELD ON A CHANGE CARD LEAVES THAT FIELD AS IT IS.
051600 CHANGE-MAP-ROW.
051700    	IF WS-MATCH-SUB = ZERO
051800    	SET CARD-IS-INVALID TO TRUE
051900    	MOVE "NO SUCH ROW ON TABLE" TO WS-REJECT-REASON
052000    	END-IF.
052100    	IF CARD-IS-VALID
052200    	IF CRD-EFFECTIVE-TO = SPACES
052300    	MOVE WS-TBL-EFFECTIVE-TO(WS-MATCH-SUB) TO
052400    	    WS-NEW-EFFECTIVE-TO
052500    	ELSE
052600    	MOVE CRD-EFFECTIVE-TO TO WS-NEW-EFFECTIVE-TO
052700    	END-IF
052800    	IF WS-NEW-EFFECTIVE-TO < CRD-EFFECTIVE-FROM
052900    	SET CARD-IS-INVALID TO TRUE
053000    	MOVE "EFFECTIVE-TO BEFORE FROM" TO WS-REJECT-REASON
053100    	END-IF
053200    	END-IF.
053300    	IF CARD-IS-VALID
053400    	MOVE "BEFORE" TO RPT-ACTION
053500    	MOVE SPACES TO RPT-NOTE
053600    	PERFORM WRITE-DETAIL-FROM-TABLE
053700    	MOVE WS-NEW-EFFECTIVE-TO TO
053800    	    WS-TBL-EFFECTIVE-TO(WS-MATCH-SUB)
053900    	IF CRD-GL-ACCOUNT NOT = SPACES
054000    	MOVE CRD-GL-ACCOUNT TO WS-TBL-GL-ACCOUNT(WS-MATCH-SUB)
054100    	END-IF
054200    	IF CRD-DR-CR-SIDE NOT = SPACE
054300    	MOVE CRD-DR-CR-SIDE TO WS-TBL-DR-CR-SIDE(WS-MATCH-SUB)
054400    	END-IF
054500    	IF CRD-DESCRIPTION NOT = SPACES
054600    	MOVE CRD-DESCRIPTION TO
054700    	    WS-TBL-DESCRIPTION(WS-MATCH-SUB)
054800    	END-IF
054900    	MOVE WS-CURRENT-DATE TO
055000    	    WS-TBL-CHANGED-DATE(WS-MATCH-SUB)
055100    	ADD 1 TO WS-ROWS-CHANGED
055200    	MOVE "CHANGED" TO RPT-ACTION
055300    	PERFORM WRITE-DETAIL-FROM-TABLE
055400    	END-IF.
055500
055600*    AN END-DATE CARD CARRIES THE LAST DAY THE ROW IS TO APPLY.
055700 END-DATE-MAP-ROW.
055800    	IF WS-MATCH-SUB = ZERO
055900    	SET CARD-IS-INVALID TO TRUE
056000    	MOVE "NO SUCH ROW ON TABLE" TO WS-REJECT-REASON
056100    	END-IF.
056200    	IF CARD-IS-VALID AND CRD-EFFECTIVE-TO = SPACES
056300    	SET CARD-IS-INVALID TO TRUE
056400    	MOVE "END DATE REQUIRED" TO WS-REJECT-REASON
056500    	END-IF.
056600    	IF CARD-IS-VALID AND
056700    	   CRD-EFFECTIVE-TO < CRD-EFFECTIVE-FROM
056800    	SET CARD-IS-INVALID TO TRUE
056900    	MOVE "EFFECTIVE-TO BEFORE FROM" TO WS-REJECT-REASON
057000    	END-IF.
057100    	IF CARD-IS-VALID
057200    	MOVE "BEFORE" TO RPT-ACTION
057300    	MOVE SPACES TO RPT-NOTE
057400    	PERFORM WRITE-DETAIL-FROM-TABLE
057500    	MOVE CRD-EFFECTIVE-TO TO
057600    	    WS-TBL-EFFECTIVE-TO(WS-MATCH-SUB)
057700    	MOVE WS-CURRENT-DATE TO
057800    	    WS-TBL-CHANGED-DATE(WS-MATCH-SUB)
057900    	ADD 1 TO WS-ROWS-ENDED
058000    	MOVE "END-DATED" TO RPT-ACTION
058100    	PERFORM WRITE-DETAIL-FROM-TABLE
058200    	END-IF.
058300
058400 REPORT-INVALID-CARD.
058500    	ADD 1 TO WS-CARDS-INVALID.
058600    	ADD 1 TO WS-RECORDS-REJECTED.
058700    	IF WS-RETURN-CODE < 4
058800    	SET WS-RC-WARNING TO TRUE
058900    	END-IF.
059000    	MOVE SPACES TO WS-REPORT-DETAIL.
059100    	MOVE "INVALID" TO RPT-ACTION.
059200    	MOVE CRD-TRAN-TYPE TO RPT-TRAN-TYPE.
059300    	MOVE CRD-EFFECTIVE-FROM TO RPT-EFFECTIVE-FROM.
059400    	MOVE CRD-EFFECTIVE-TO TO RPT-EFFECTIVE-TO.
059500    	MOVE CRD-GL-ACCOUNT TO RPT-GL-ACCOUNT.
059600    	MOVE CRD-DR-CR-SIDE TO RPT-DR-CR-SIDE.
059700    	MOVE CRD-DESCRIPTION TO RPT-DESCRIPTION.
059800    	MOVE WS-REJECT-REASON TO RPT-NOTE.
059900    	MOVE WS-REPORT-DETAIL TO REPORT-RECORD.
060000    	PERFORM WRITE-REPORT-LINE.
060100
060200*    TWO ROWS FOR ONE TYPE OVERLAP WHEN EACH STARTS ON OR
060300*    BEFORE THE OTHER ENDS.  EVERY OVERLAPPING PAIR IS LISTED.
060400 CHECK-TABLE-OVERLAPS.
060500    	SET TABLE-HAS-NO-OVERLAP TO TRUE.
060600    	MOVE 1 TO WS-ROW-SUB.
060700    	PERFORM CHECK-ONE-ROW-OVERLAPS
060800    	    UNTIL WS-ROW-SUB > WS-ROW-COUNT.
060900
061000 CHECK-ONE-ROW-OVERLAPS.
061100    	COMPUTE WS-PAIR-SUB = WS-ROW-SUB + 1.
061200    	PERFORM CHECK-ONE-ROW-PAIR
061300    	    UNTIL WS-PAIR-SUB > WS-ROW-COUNT.
061400    	ADD 1 TO WS-ROW-SUB.
061500
061600 CHECK-ONE-ROW-PAIR.
061700    	IF WS-TBL-TRAN-TYPE(WS-ROW-SUB) =
061800    	   WS-TBL-TRAN-TYPE(WS-PAIR-SUB) AND
061900    	   WS-TBL-EFFECTIVE-FROM(WS-ROW-SUB) NOT >
062000    	   WS-TBL-EFFECTIVE-TO(WS-PAIR-SUB) AND
062100    	   WS-TBL-EFFECTIVE-FROM(WS-PAIR-SUB) NOT >
062200    	   WS-TBL-EFFECTIVE-TO(WS-ROW-SUB)
062300    	SET TABLE-HAS-OVERLAP TO TRUE
062400    	ADD 1 TO WS-OVERLAPS-FOUND
062500    	MOVE "OVERLAP" TO RPT-ACTION
062600    	MOVE "OVERLAPS THE ROW BELOW" TO RPT-NOTE
062700    	MOVE WS-ROW-SUB TO WS-MATCH-SUB
062800    	PERFORM WRITE-DETAIL-FROM-TABLE
062900    	MOVE "OVERLAP" TO RPT-ACTION
063000    	MOVE "OVERLAPS THE ROW ABOVE" TO RPT-NOTE
063100    	MOVE WS-PAIR-SUB TO WS-MATCH-SUB
063200    	PERFORM WRITE-DETAIL-FROM-TABLE
063300    	END-IF.
063400    	ADD 1 TO WS-PAIR-SUB.
063500
063600 OPEN-NEW-MAP.
063700    	OPEN OUTPUT NEW-MAP-FILE.
063800    	MOVE "NEW-MAP-FILE" TO WS-CHECK-FILE-NAME.
063900    	MOVE WS-NEW-MAP-STATUS TO WS-CHECK-FILE-STATUS.
064000    	PERFORM FILE-STATUS-CHECK.
064100
064200*    SORT STEP IN THE CALMAINT.COB STYLE: THE INPUT PROCEDURE
064300*    RELEASES THE TABLE, THE ASCENDING TYPE AND DATE KEY PUTS
064400*    THE NEW TABLE IN ORDER, AND THE OUTPUT PROCEDURE WRITES IT
064500*    BEHIND ITS VERSION RECORD.
064600 SORT-CONTROL-STEP.
064700    	SORT SORT-WORK-FILE ON ASCENDING KEY SRT-MAPPING-KEY
064800    	    INPUT PROCEDURE IS SORT-RELEASE-RECORDS
064900    	    OUTPUT PROCEDURE IS SORT-RETURN-RECORDS.
065000    	IF SORT-RETURN NOT = ZERO
065100    	MOVE SORT-RETURN TO WS-SORT-RETURN-9
065200    	MOVE "M017" TO MSG-NUMBER
065300    	SET MSG-SEVERITY-FATAL TO TRUE
065400    	MOVE SPACES TO MSG-TEXT
065500    	STRING "SORT FAILED - SORT-RETURN = "
065600    	    WS-SORT-RETURN-9
065700    	    DELIMITED BY SIZE INTO MSG-TEXT
065800    	PERFORM LOG-OPERATOR-MESSAGE
065900    	SET WS-RC-DATA-ERROR TO TRUE
066000    	SET ABEND-OCCURRED TO TRUE
066100    	PERFORM CLOSING-PROCEDURE
066200    	PERFORM PROGRAM-DONE
066300    	END-IF.
066400
066500 SORT-RELEASE-RECORDS.
066600    	MOVE 1 TO WS-ROW-SUB.
066700    	PERFORM RELEASE-ONE-ROW UNTIL WS-ROW-SUB > WS-ROW-COUNT.
066800
066900 RELEASE-ONE-ROW.
067000    	MOVE WS-MAP-ROW(WS-ROW-SUB) TO SORT-WORK-RECORD.
067100    	RELEASE SORT-WORK-RECORD.
067200    	ADD 1 TO WS-ROW-SUB.
067300
067400 SORT-RETURN-RECORDS.
067500    	MOVE SPACES TO GL-MAP-RECORD.
067600    	MOVE "VER" TO GLM-RECORD-TYPE.
067700    	MOVE WS-NEW-VERSION TO GLM-VERSION-NUMBER.
067800    	MOVE WS-NEW-VERSION-DATE TO GLM-VERSION-DATE.
067900    	MOVE GL-MAP-RECORD TO NEW-MAP-RECORD.
068000    	PERFORM WRITE-NEW-MAP-RECORD.
068100    	PERFORM RETURN-SORTED-ROW.
068200    	PERFORM WRITE-NEW-MAP UNTIL SORT-EOF.
068300
068400 RETURN-SORTED-ROW.
068500    	RETURN SORT-WORK-FILE
068600    	AT END
068700    	SET SORT-EOF TO TRUE
068800    	END-RETURN.
068900
069000 WRITE-NEW-MAP.
069100    	MOVE SORT-WORK-RECORD TO NEW-MAP-RECORD.
069200    	PERFORM WRITE-NEW-MAP-RECORD.
069300    	PERFORM RETURN-SORTED-ROW.
069400
069500 WRITE-NEW-MAP-RECORD.
069600    	WRITE NEW-MAP-RECORD.
069700    	MOVE "NEW-MAP-FILE" TO WS-CHECK-FILE-NAME.
069800    	MOVE WS-NEW-MAP-STATUS TO WS-CHECK-FILE-STATUS.
069900    	PERFORM FILE-STATUS-CHECK.
070000    	ADD 1 TO WS-RECORDS-WRITTEN.
070100
070200*    DETAIL FORMATTER.  THE CALLER HAS ALREADY SET RPT-ACTION,
070300*    RPT-NOTE AND THE ROW IN WS-MATCH-SUB.
070400 WRITE-DETAIL-FROM-TABLE.
070500    	MOVE WS-TBL-TRAN-TYPE(WS-MATCH-SUB) TO RPT-TRAN-TYPE.
070600    	MOVE WS-TBL-EFFECTIVE-FROM(WS-MATCH-SUB) TO
070700    	    RPT-EFFECTIVE-FROM.
070800    	MOVE WS-TBL-EFFECTIVE-TO(WS-MATCH-SUB) TO
070900    	    RPT-EFFECTIVE-TO.
071000    	MOVE WS-TBL-GL-ACCOUNT(WS-MATCH-SUB) TO RPT-GL-ACCOUNT.
071100    	MOVE WS-TBL-DR-CR-SIDE(WS-MATCH-SUB) TO RPT-DR-CR-SIDE.
071200    	MOVE WS-TBL-DESCRIPTION(WS-MATCH-SUB) TO
071300    	    RPT-DESCRIPTION.
071400    	MOVE WS-REPORT-DETAIL TO REPORT-RECORD.
071500    	PERFORM WRITE-REPORT-LINE.
071600
071700 WRITE-REPORT-LINE.
071800    	WRITE REPORT-RECORD.
071900    	MOVE "REPORT-FILE" TO WS-CHECK-FILE-NAME.
072000    	MOVE WS-REPORT-STATUS TO WS-CHECK-FILE-STATUS.
072100    	PERFORM FILE-STATUS-CHECK.
072200
072300 CLOSING-PROCEDURE.
072400    	SET CLOSING-IN-PROGRESS TO TRUE.
072500    	PERFORM WRITE-ACTIVITY-TOTALS.
072600    	PERFORM WRITE-RUN-SUMMARY.
072700    	PERFORM CLOSE-ALL-FILES.
072800
072900 WRITE-ACTIVITY-TOTALS.
073000    	COMPUTE WS-ROWS-KEPT =
073100    	    WS-ROW-COUNT - WS-ROWS-ADDED - WS-ROWS-CHANGED
073200    	    - WS-ROWS-ENDED.
073300    	MOVE SPACES TO REPORT-RECORD.
073400    	PERFORM WRITE-REPORT-LINE.
073500    	MOVE SPACES TO WS-BANNER-LINE.
073600    	STRING "ROWS KEPT: " WS-ROWS-KEPT
073700    	    "   ADDED: " WS-ROWS-ADDED
073800    	    "   CHANGED: " WS-ROWS-CHANGED
073900    	    "   END-DATED: " WS-ROWS-ENDED
074000    	    DELIMITED BY SIZE INTO WS-BANNER-LINE.
074100    	MOVE WS-BANNER-LINE TO REPORT-RECORD.
074200    	PERFORM WRITE-REPORT-LINE.
074300    	MOVE SPACES TO WS-BANNER-LINE.
074400    	STRING "CARDS INVALID: " WS-CARDS-INVALID
074500    	    "   OVERLAPPING PAIRS: " WS-OVERLAPS-FOUND
074600    	    DELIMITED BY SIZE INTO WS-BANNER-LINE.
074700    	MOVE WS-BANNER-LINE TO REPORT-RECORD.
074800    	PERFORM WRITE-REPORT-LINE.
074900    	MOVE SPACES TO WS-BANNER-LINE.
075000    	IF WS-NEW-MAP-STATUS = SPACES
075100    	STRING "NEW TABLE NOT CUT - GLMAP VERSION "
075200    	    WS-OLD-VERSION " STANDS"
075300    	    DELIMITED BY SIZE INTO WS-BANNER-LINE
075400    	ELSE
075500    	STRING "NEW TABLE VERSION " WS-NEW-VERSION
075600    	    " BUILT " WS-NEW-VERSION-DATE " CUT TO GLMNEW"
075700    	    DELIMITED BY SIZE INTO WS-BANNER-LINE
075800    	END-IF.
075900    	MOVE WS-BANNER-LINE TO REPORT-RECORD.
076000    	PERFORM WRITE-REPORT-LINE.
076100
076200*    STANDARD END-OF-JOB BANNER IN THE TEMPLATE.COB STYLE,
076300*    APPENDED TO THE MAINTENANCE REPORT ON REPTFILE.
076400 WRITE-RUN-SUMMARY.
076500    	ACCEPT WS-RUN-STOP-TIME FROM TIME.
076600    	MOVE SPACES TO REPORT-RECORD.
076700    	PERFORM WRITE-REPORT-LINE.
076800    	MOVE SPACES TO WS-BANNER-LINE.
076900    	STRING "RUN SUMMARY FOR PROGRAM: " WS-WORK-PROGRAM-ID
077000    	    DELIMITED BY SIZE INTO WS-BANNER-LINE.
077100    	MOVE WS-BANNER-LINE TO REPORT-RECORD.
077200    	PERFORM WRITE-REPORT-LINE.
077300    	MOVE SPACES TO WS-BANNER-LINE.
077400    	STRING "RUN DATE: " WS-CURRENT-DATE
077500    	    "   START: " WS-START-HH ":" WS-START-MM ":"
077600    	    WS-START-SS
077700    	    "   STOP: "  WS-STOP-HH ":" WS-STOP-MM ":"
077800    	    WS-STOP-SS
077900    	    DELIMITED BY SIZE INTO WS-BANNER-LINE.
078000    	MOVE WS-BANNER-LINE TO REPORT-RECORD.
078100    	PERFORM WRITE-REPORT-LINE.
078200    	MOVE SPACES TO WS-BANNER-LINE.
078300    	STRING "RECORDS READ: " WS-RECORDS-READ
078400    	    "   WRITTEN: " WS-RECORDS-WRITTEN
078500    	    "   REJECTED: " WS-RECORDS-REJECTED
078600    	    DELIMITED BY SIZE INTO WS-BANNER-LINE.
078700    	MOVE WS-BANNER-LINE TO REPORT-RECORD.
078800    	PERFORM WRITE-REPORT-LINE.
078900
079000 CLOSE-ALL-FILES.
079100    	IF WS-OLD-MAP-STATUS NOT = SPACES
079200    	CLOSE OLD-MAP-FILE
079300    	END-IF.
079400    	IF WS-CARD-STATUS NOT = SPACES
079500    	CLOSE CARD-FILE
079600    	END-IF.
079700    	IF WS-NEW-MAP-STATUS NOT = SPACES
079800    	CLOSE NEW-MAP-FILE
079900    	MOVE "NEW-MAP-FILE" TO WS-CHECK-FILE-NAME
080000    	MOVE WS-NEW-MAP-STATUS TO WS-CHECK-FILE-STATUS
080100    	PERFORM FILE-STATUS-CHECK
080200    	END-IF.
080300    	CLOSE REPORT-FILE.
080400    	MOVE "REPORT-FILE" TO WS-CHECK-FILE-NAME.
080500    	MOVE WS-REPORT-STATUS TO WS-CHECK-FILE-STATUS.
080600    	PERFORM FILE-STATUS-CHECK.
080700
080800*    SHOP MESSAGE WRITER IN THE TEMPLATE.COB STYLE: THE
080900*    CALLER FILLS MSG-NUMBER, SEVERITY AND TEXT; MSGWRITE
081000*    HANDLES THE CONSOLE AND THE MESSAGE FILE.
081100 LOG-OPERATOR-MESSAGE.
081200    	MOVE WS-WORK-PROGRAM-ID TO MSG-PROGRAM-ID.
081300    	CALL "MSGWRITE" USING WS-MESSAGE-AREA.
081400
081500*    SHARED I/O-ERROR ABORT IN THE TEMPLATE.COB STYLE.  STATUS
081600*    "00" AND "10" ARE THE ONLY NON-ERROR CODES; ANYTHING ELSE
081700*    CLOSES WHAT IT CAN AND ABENDS WITH RETURN CODE 16.
081800 FILE-STATUS-CHECK.
081900    	IF WS-CHECK-FILE-STATUS NOT = "00" AND
082000    	   WS-CHECK-FILE-STATUS NOT = "10"
082100    	MOVE "M015" TO MSG-NUMBER
082200    	SET MSG-SEVERITY-FATAL TO TRUE
082300    	MOVE SPACES TO MSG-TEXT
082400    	STRING "FILE I/O ERROR ON " WS-CHECK-FILE-NAME
082500    	    " - STATUS = " WS-CHECK-FILE-STATUS
082600    	    DELIMITED BY SIZE INTO MSG-TEXT
082700    	PERFORM LOG-OPERATOR-MESSAGE
082800    	SET WS-RC-ABEND TO TRUE
082900    	SET ABEND-OCCURRED TO TRUE
083000    	IF CLOSING-NOT-IN-PROGRESS
083100    	PERFORM CLOSING-PROCEDURE
083200    	PERFORM PROGRAM-DONE
083300    	END-IF
083400    	END-IF.
