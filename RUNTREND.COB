000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. RUNTREND.
000300 AUTHOR. John Willis
000400*
000500* PMD 0.01
000600* COPYRIGHT (C) 2012 COHERENT LOGIC DEVELOPMENT LLC
000700*
000800* RUNTREND.COB: BATCH-WINDOW ELAPSED-TIME TREND REPORT
000900*   $Id$
001000*
001100* RUNSTAT SHOWS ONE NIGHT; THIS REPORT SHOWS WHETHER THE NIGHTS
001200* ARE GETTING LONGER.  IT READS THE SHOP RUN-CONTROL FILE
001300* (RUNCTL) OVER A RANGE OF RUN DATES AND, FOR EACH PROGRAM IN
001400* TURN, LISTS EVERY NIGHT IT RAN WITH ITS ELAPSED TIME AND THE
001500* ROLLING AVERAGE OF ITS PREVIOUS SEVEN ENDED NIGHTS, THEN ITS
001600* OVERALL AVERAGE, ITS LONGEST RUN AND HOW MANY NIGHTS IT ENDED
001700* ABOVE RETURN CODE 4.  AS IN RUNSTAT, THE LATEST ROW FOR A
001800* PROGRAM AND RUN DATE IS ITS STATE FOR THAT NIGHT.
001900*
002000* A NIGHT IS FLAGGED WHEN A JOB RAN WELL OVER ITS ROLLING
002100* AVERAGE - BY MORE THAN THE PERCENT ON THE CARD AND BY AT
002200* LEAST TWO MINUTES, ONCE THREE EARLIER NIGHTS MAKE THE AVERAGE
002300* MEAN SOMETHING - OR WHEN THE STREAM AS A WHOLE FINISHED AFTER
002400* THE TARGET CLOCK TIME.  THE STREAM STARTS IN THE EVENING AND
002500* RUNS PAST MIDNIGHT, SO ITS CLOCK IS READ NOON TO NOON: A TIME
002600* BEFORE 12:00 BELONGS TO THE MORNING AFTER THE RUN DATE.
002700*
002800* FLAGGED NIGHTS FROM PARM-RUN-DATE ON ARE ALSO LOGGED THROUGH
002900* MSGWRITE (M026, M027) SO EXCPRPT RAISES THEM THE NEXT MORNING;
003000* EARLIER FLAGGED NIGHTS WERE RAISED ON THEIR OWN NIGHT AND ARE
003100* ONLY REPRINTED HERE.  ANY FLAG ENDS THE RUN WARNING.  LIKE
003200* RUNSTAT, THE REPORT ONLY READS RUNCTL AND IS NOT ON IT.
003300*
003400 ENVIRONMENT DIVISION.
003500 INPUT-OUTPUT SECTION.
003600 FILE-CONTROL.
003700
003800    	SELECT PARM-FILE ASSIGN TO "PARMFILE"
003900    	    ORGANIZATION IS LINE SEQUENTIAL
004000    	    FILE STATUS IS WS-PARM-STATUS.
004100
004200    	SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
004300    	    ORGANIZATION IS LINE SEQUENTIAL
004400    	    FILE STATUS IS WS-RUN-CONTROL-STATUS.
004500
004600    	SELECT REPORT-FILE ASSIGN TO "REPTFILE"
004700    	    ORGANIZATION IS LINE SEQUENTIAL
004800    	    FILE STATUS IS WS-REPORT-STATUS.
004900
005000    	SELECT SORT-WORK-FILE ASSIGN TO "SRTWORK".
005100
005200 DATA DIVISION.
005300 FILE SECTION.
005400
005500 FD  PARM-FILE.
005600 01  PARM-RECORD.
005700     COPY PARMREC.
005800
005900 FD  RUN-CONTROL-FILE.
006000 01  RUN-CONTROL-RECORD.
006100     COPY RUNCREC.
006200
006300 FD  REPORT-FILE.
006400 01  REPORT-RECORD             PIC X(132).
006500
006600*    RUN-CONTROL ROWS SORT ON PROGRAM AND RUN DATE, THEN ON
006700*    THEIR ORDER IN THE FILE, SO THE LAST ROW OF EACH PROGRAM
006800*    AND DATE IS THAT NIGHT'S STATE.
006900 SD  SORT-WORK-FILE.
007000 01  SORT-WORK-RECORD.
007100     05  SRT-PROGRAM           PIC X(08).
007200     05  SRT-RUN-DATE          PIC 9(08).
007300     05  SRT-SEQUENCE          PIC 9(09).
007400     05  SRT-START-TIME        PIC 9(08).
007500     05  SRT-STOP-TIME         PIC 9(08).
007600     05  SRT-RETURN-CODE       PIC 9(02).
007700     05  SRT-STATUS-FLAG       PIC X(01).
007800
007900 WORKING-STORAGE SECTION.
008000
008100*    SHARED FILE-STATUS-CHECK CONTROLS
008200 01  WS-CHECK-FILE-NAME        PIC X(20)  VALUE SPACES.
008300 01  WS-CHECK-FILE-STATUS      PIC X(02)  VALUE SPACES.
008400
008500*    STANDARD JOB RETURN CODE, MOVED TO RETURN-CODE BY
008600*    PROGRAM-DONE.  RANGES AS IN TEMPLATE.COB.
008700 01  WS-RETURN-CODE            PIC 9(02)  VALUE ZERO.
008800     88  WS-RC-CLEAN                       VALUE 0.
008900     88  WS-RC-WARNING                     VALUE 4.
009000     88  WS-RC-DATA-ERROR                  VALUE 8.
009100     88  WS-RC-ABEND                       VALUE 16.
009200
009300 01  WS-PARM-STATUS            PIC X(02)  VALUE SPACES.
009400 01  WS-RUN-CONTROL-STATUS     PIC X(02)  VALUE SPACES.
009500 01  WS-REPORT-STATUS          PIC X(02)  VALUE SPACES.
009600
009700 01  WS-WORK-PROGRAM-ID        PIC X(08)  VALUE "RUNTREND".
009800 01  WS-ABEND-SWITCH           PIC X(01)  VALUE "N".
009900     88  ABEND-OCCURRED                   VALUE "Y".
010000     88  NO-ABEND-OCCURRED                VALUE "N".
010100 01  WS-CLOSING-SWITCH         PIC X(01)  VALUE "N".
010200     88  CLOSING-IN-PROGRESS              VALUE "Y".
010300     88  CLOSING-NOT-IN-PROGRESS          VALUE "N".
010400 01  WS-PARM-ERROR-SWITCH      PIC X(01)  VALUE "N".
010500     88  PARM-CARD-INVALID                VALUE "Y".
010600     88  PARM-CARD-VALID                  VALUE "N".
010700
010800 01  WS-RUN-CONTROL-EOF-SWITCH PIC X(01)  VALUE "N".
010900     88  RUN-CONTROL-EOF                  VALUE "Y".
011000     88  RUN-CONTROL-NOT-EOF              VALUE "N".
011100 01  WS-SORT-EOF-SWITCH        PIC X(01)  VALUE "N".
011200     88  SORT-EOF                         VALUE "Y".
011300     88  SORT-NOT-EOF                     VALUE "N".
011400 01  WS-OVERRUN-SWITCH         PIC X(01)  VALUE "N".
011500     88  NIGHT-OVERRAN                    VALUE "Y".
011600     88  NIGHT-WITHIN-AVERAGE             VALUE "N".
011700 01  WS-NIGHT-TABLE-SWITCH     PIC X(01)  VALUE "N".
011800     88  NIGHT-TABLE-FULL                 VALUE "Y".
011900     88  NIGHT-TABLE-NOT-FULL             VALUE "N".
012000 01  WS-NIGHT-PLACE-SWITCH     PIC X(01)  VALUE "N".
012100     88  NIGHT-PLACE-FOUND                VALUE "Y".
012200     88  NIGHT-PLACE-NOT-FOUND            VALUE "N".
012300
012400 01  WS-RUN-DATE-NUM           PIC 9(08)  VALUE ZERO.
012500 01  WS-RC-RUN-DATE-X          PIC X(08)  VALUE SPACES.
012600
012700*    FLAGGING CONTROLS.  THE TARGET FINISH AND THE OVERRUN
012800*    PERCENT COME FROM THE CARD WHEN KEYED; THE ROLLING WINDOW,
012900*    THE NIGHTS NEEDED BEFORE A JOB IS JUDGED AND THE MINIMUM
013000*    OVERRUN ARE FIXED SO A TWO-SECOND JOB TAKING FOUR IS NOT
013100*    NEWS.
013200 01  WS-TARGET-FINISH.
013300     05  WS-TARGET-HH          PIC 9(02)  VALUE 06.
013400     05  WS-TARGET-MM          PIC 9(02)  VALUE 00.
013500 01  WS-OVER-PERCENT           PIC 9(03)  VALUE 50.
013600 01  WS-ROLLING-NIGHTS         PIC S9(04) COMP VALUE 7.
013700 01  WS-NIGHTS-BEFORE-JUDGED   PIC S9(04) COMP VALUE 3.
013800 01  WS-OVERRUN-FLOOR-SECS     PIC 9(06)  VALUE 120.
013900
014000*    CLOCK ARITHMETIC.  RUNCTL TIMES ARE HHMMSSHH; A TIME IS
014100*    TAKEN TO WHOLE SECONDS, AND A STREAM CLOCK POSITION ADDS A
014200*    DAY TO ANY TIME BEFORE NOON.
014300 01  WS-TIME-WORK              PIC 9(08)  VALUE ZERO.
014400 01  WS-TIME-PARTS REDEFINES WS-TIME-WORK.
014500     05  WS-TIME-HH            PIC 9(02).
014600     05  WS-TIME-MM            PIC 9(02).
014700     05  WS-TIME-SS            PIC 9(02).
014800     05  WS-TIME-HS            PIC 9(02).
014900 01  WS-TIME-SECONDS           PIC 9(06)  VALUE ZERO.
015000 01  WS-START-SECONDS          PIC 9(06)  VALUE ZERO.
015100 01  WS-STOP-SECONDS           PIC 9(06)  VALUE ZERO.
015200 01  WS-STREAM-POSITION        PIC 9(06)  VALUE ZERO.
015300 01  WS-TARGET-POSITION        PIC 9(06)  VALUE ZERO.
015400 01  WS-SECONDS-PER-DAY        PIC 9(06)  VALUE 86400.
015500 01  WS-NOON-SECONDS           PIC 9(06)  VALUE 43200.
015600 01  WS-HMS-SECONDS            PIC 9(06)  VALUE ZERO.
015700 01  WS-HMS-MINUTES            PIC 9(06)  VALUE ZERO.
015800 01  WS-HMS-EDIT.
015900     05  WS-HMS-HH             PIC 9(02).
016000     05  FILLER                PIC X(01)  VALUE ":".
016100     05  WS-HMS-MM             PIC 9(02).
016200     05  FILLER                PIC X(01)  VALUE ":".
016300     05  WS-HMS-SS             PIC 9(02).
016400 01  WS-HMS-TARGET             PIC X(08)  VALUE SPACES.
016500
016600*    THE NIGHT IN FLIGHT FOR THE CURRENT PROGRAM - THE LAST
016700*    SORTED ROW FOR ITS PROGRAM AND RUN DATE
016800 01  WS-CURRENT-PROGRAM        PIC X(08)  VALUE SPACES.
016900 01  WS-NIGHT-RUN-DATE         PIC 9(08)  VALUE ZERO.
017000 01  WS-NIGHT-START-TIME       PIC 9(08)  VALUE ZERO.
017100 01  WS-NIGHT-STOP-TIME        PIC 9(08)  VALUE ZERO.
017200 01  WS-NIGHT-RETURN-CODE      PIC 9(02)  VALUE ZERO.
017300 01  WS-NIGHT-STATUS-FLAG      PIC X(01)  VALUE SPACES.
017400     88  NIGHT-ENDED                      VALUE "E".
017500 01  WS-ELAPSED-SECONDS        PIC 9(06)  VALUE ZERO.
017600 01  WS-ROLLING-AVERAGE        PIC 9(06)  VALUE ZERO.
017700 01  WS-OVERRUN-SECONDS        PIC 9(06)  VALUE ZERO.
017800 01  WS-OVERRUN-LIMIT          PIC 9(09)  VALUE ZERO.
017900 01  WS-ELAPSED-SCALED         PIC 9(09)  VALUE ZERO.
018000
018100*    THE CURRENT PROGRAM'S LAST SEVEN ENDED NIGHTS, HELD AS A
018200*    RING: WS-WINDOW-NEXT IS THE SLOT THE NEXT NIGHT OVERLAYS.
018300 01  WS-ROLLING-WINDOW.
018400     05  WS-WINDOW-ELAPSED     PIC 9(06)  OCCURS 7 TIMES.
018500 01  WS-WINDOW-COUNT           PIC S9(04) COMP VALUE ZERO.
018600 01  WS-WINDOW-NEXT            PIC S9(04) COMP VALUE 1.
018700 01  WS-WINDOW-TOTAL           PIC 9(09)  VALUE ZERO.
018800
018900*    PER-PROGRAM TOTALS, RESET ON EACH PROGRAM BREAK
019000 01  WS-PGM-NIGHTS-ENDED       PIC 9(05)  VALUE ZERO.
019100 01  WS-PGM-NIGHTS-OPEN        PIC 9(05)  VALUE ZERO.
019200 01  WS-PGM-NIGHTS-OVER-RC4    PIC 9(05)  VALUE ZERO.
019300 01  WS-PGM-NIGHTS-FLAGGED     PIC 9(05)  VALUE ZERO.
019400 01  WS-PGM-TOTAL-ELAPSED      PIC 9(11)  VALUE ZERO.
019500 01  WS-PGM-AVERAGE            PIC 9(06)  VALUE ZERO.
019600 01  WS-PGM-LONGEST            PIC 9(06)  VALUE ZERO.
019700 01  WS-PGM-LONGEST-DATE       PIC 9(08)  VALUE ZERO.
019800
019900*    REPORT TOTALS
020000 01  WS-PROGRAMS-REPORTED      PIC 9(05)  VALUE ZERO.
020100 01  WS-NIGHTS-OVER-AVERAGE    PIC 9(05)  VALUE ZERO.
020200 01  WS-STREAM-NIGHTS          PIC 9(05)  VALUE ZERO.
020300 01  WS-STREAM-NIGHTS-LATE     PIC 9(05)  VALUE ZERO.
020400 01  WS-MESSAGES-LOGGED        PIC 9(05)  VALUE ZERO.
020500
020600*    ONE ENTRY PER RUN DATE IN THE RANGE, KEPT IN RUN-DATE ORDER
020700*    AS RUNCTL IS READ: THE EARLIEST START AND THE LATEST FINISH
020800*    OF ANY JOB THAT NIGHT, AS STREAM CLOCK POSITIONS, AND THE
020900*    JOB THAT FINISHED LAST.  EVERY PROGRAM COUNTS TOWARD THE
021000*    STREAM, WHETHER OR NOT THE CARD SELECTS ONE PROGRAM.
021100 01  WS-NIGHT-TABLE.
021200     05  WS-NIGHT-ENTRY OCCURS 400 TIMES.
021300         10  WS-NGT-RUN-DATE       PIC 9(08).
021400         10  WS-NGT-FIRST-START    PIC 9(06).
021500         10  WS-NGT-LAST-FINISH    PIC 9(06).
021600         10  WS-NGT-LAST-PROGRAM   PIC X(08).
021700 01  WS-NIGHT-COUNT            PIC S9(04) COMP VALUE ZERO.
021800 01  WS-NIGHT-SUB              PIC S9(04) COMP VALUE ZERO.
021900 01  WS-NIGHT-MATCH-SUB        PIC S9(04) COMP VALUE ZERO.
022000 01  WS-NIGHT-SHIFT-SUB        PIC S9(04) COMP VALUE ZERO.
022100
022200*    SHOP MESSAGE FACILITY CONTROLS.  SERIOUS CONDITIONS GO
022300*    OUT THROUGH MSGWRITE TO THE CONSOLE AND THE DATED
022400*    MESSAGE FILE READ BY THE EXCPRPT EXCEPTION REPORT.
022500 01  WS-MESSAGE-AREA.
022600     COPY MSGCOMM.
022700 01  WS-SORT-RETURN-9          PIC 9(04)  VALUE ZERO.
022800 01  WS-RELEASE-SEQUENCE       PIC 9(09)  VALUE ZERO.
022900
023000*    CENTRALIZED DATE-WINDOW/CENTURY CONTROLS
023100     COPY DATEUTIL.
023200
023300*    RUN-SUMMARY BANNER CONTROLS
023400 01  WS-RUN-START-TIME.
023500     05  WS-START-HH           PIC 99     VALUE ZERO.
023600     05  WS-START-MM           PIC 99     VALUE ZERO.
023700     05  WS-START-SS           PIC 99     VALUE ZERO.
023800     05  WS-START-HS           PIC 99     VALUE ZERO.
023900 01  WS-RUN-STOP-TIME.
024000     05  WS-STOP-HH            PIC 99     VALUE ZERO.
024100     05  WS-STOP-MM            PIC 99     VALUE ZERO.
024200     05  WS-STOP-SS            PIC 99     VALUE ZERO.
024300     05  WS-STOP-HS            PIC 99     VALUE ZERO.
024400 01  WS-RECORDS-READ           PIC 9(09)  VALUE ZERO.
024500 01  WS-RECORDS-WRITTEN        PIC 9(09)  VALUE ZERO.
024600 01  WS-RECORDS-REJECTED       PIC 9(09)  VALUE ZERO.
024700 01  WS-BANNER-LINE            PIC X(132) VALUE SPACES.
024800
024900*    TREND REPORT LINE LAYOUTS
025000 01  WS-REPORT-HEADING-1.
025100     05  FILLER                PIC X(48)  VALUE
025200         "RUNTREND BATCH-WINDOW ELAPSED-TIME TREND - RUN ".
025300     05  RPT-HDG-RUN-DATE      PIC 9(08).
025400     05  FILLER                PIC X(76)  VALUE SPACES.
025500 01  WS-SELECTION-ECHO-LINE.
025600     05  FILLER                PIC X(10)  VALUE " PROGRAM: ".
025700     05  RPT-SEL-PROGRAM       PIC X(08).
025800     05  FILLER                PIC X(14)  VALUE "   RUN DATES: ".
025900     05  RPT-SEL-DATE-LOW      PIC X(08).
026000     05  FILLER                PIC X(04)  VALUE " TO ".
026100     05  RPT-SEL-DATE-HIGH     PIC X(08).
026200     05  FILLER                PIC X(18)  VALUE
026300         "   TARGET FINISH: ".
026400     05  RPT-SEL-TARGET        PIC X(08).
026500     05  FILLER                PIC X(16)  VALUE
026600         "   FLAG OVER: +".
026700     05  RPT-SEL-PERCENT       PIC ZZ9.
026800     05  FILLER                PIC X(35)  VALUE "%".
026900 01  WS-REPORT-HEADING-2.
027000     05  FILLER                PIC X(12)  VALUE " PROGRAM".
027100     05  FILLER                PIC X(10)  VALUE "RUN DATE".
027200     05  FILLER                PIC X(10)  VALUE "START".
027300     05  FILLER                PIC X(10)  VALUE "STOP".
027400     05  FILLER                PIC X(10)  VALUE "ELAPSED".
027500     05  FILLER                PIC X(10)  VALUE "ROLL AVG".
027600     05  FILLER                PIC X(04)  VALUE "RC".
027700     05  FILLER                PIC X(66)  VALUE "NOTE".
027800 01  WS-REPORT-DETAIL.
027900     05  FILLER                PIC X(01)  VALUE SPACE.
028000     05  RPT-PROGRAM           PIC X(08).
028100     05  FILLER                PIC X(03)  VALUE SPACES.
028200     05  RPT-RUN-DATE          PIC 9(08).
028300     05  FILLER                PIC X(02)  VALUE SPACES.
028400     05  RPT-START-TIME        PIC 9(08).
028500     05  FILLER                PIC X(02)  VALUE SPACES.
028600     05  RPT-STOP-TIME         PIC 9(08).
028700     05  FILLER                PIC X(02)  VALUE SPACES.
028800     05  RPT-ELAPSED           PIC X(08).
028900     05  FILLER                PIC X(02)  VALUE SPACES.
029000     05  RPT-ROLLING-AVERAGE   PIC X(08).
029100     05  FILLER                PIC X(02)  VALUE SPACES.
029200     05  RPT-RETURN-CODE       PIC Z9.
029300     05  FILLER                PIC X(02)  VALUE SPACES.
029400     05  RPT-NOTE              PIC X(40).
029500     05  FILLER                PIC X(18)  VALUE SPACES.
029600 01  WS-PROGRAM-SUMMARY-LINE.
029700     05  FILLER                PIC X(14)  VALUE "   NIGHTS RUN ".
029800     05  RPT-SUM-NIGHTS        PIC ZZZZ9.
029900     05  FILLER                PIC X(10)  VALUE "  AVERAGE ".
030000     05  RPT-SUM-AVERAGE       PIC X(08).
030100     05  FILLER                PIC X(10)  VALUE "  LONGEST ".
030200     05  RPT-SUM-LONGEST       PIC X(08).
030300     05  FILLER                PIC X(04)  VALUE " ON ".
030400     05  RPT-SUM-LONGEST-DATE  PIC 9(08).
030500     05  FILLER                PIC X(13)  VALUE "  RC ABOVE 4 ".
030600     05  RPT-SUM-OVER-RC4      PIC ZZZZ9.
030700     05  FILLER                PIC X(15)  VALUE "  OVER AVERAGE ".
030800     05  RPT-SUM-FLAGGED       PIC ZZZZ9.
030900     05  FILLER                PIC X(12)  VALUE "  NOT ENDED ".
031000     05  RPT-SUM-OPEN          PIC ZZZZ9.
031100     05  FILLER                PIC X(05)  VALUE SPACES.
031200 01  WS-STREAM-HEADING.
031300     05  FILLER                PIC X(12)  VALUE " RUN DATE".
031400     05  FILLER                PIC X(12)  VALUE "FIRST START".
031500     05  FILLER                PIC X(12)  VALUE "LAST FINISH".
031600     05  FILLER                PIC X(12)  VALUE "LAST JOB".
031700     05  FILLER                PIC X(10)  VALUE "WINDOW".
031800     05  FILLER                PIC X(74)  VALUE "NOTE".
031900 01  WS-STREAM-DETAIL.
032000     05  FILLER                PIC X(01)  VALUE SPACE.
032100     05  RPT-STR-RUN-DATE      PIC 9(08).
032200     05  FILLER                PIC X(03)  VALUE SPACES.
032300     05  RPT-STR-FIRST-START   PIC X(08).
032400     05  FILLER                PIC X(04)  VALUE SPACES.
032500     05  RPT-STR-LAST-FINISH   PIC X(08).
032600     05  FILLER                PIC X(04)  VALUE SPACES.
032700     05  RPT-STR-LAST-PROGRAM  PIC X(08).
032800     05  FILLER                PIC X(04)  VALUE SPACES.
032900     05  RPT-STR-WINDOW        PIC X(08).
033000     05  FILLER                PIC X(02)  VALUE SPACES.
033100     05  RPT-STR-NOTE          PIC X(40).
033200     05  FILLER                PIC X(34)  VALUE SPACES.
033300
033400 PROCEDURE DIVISION.
033500 PROGRAM-BEGIN.
033600    	PERFORM OPENING-PROCEDURE.
033700    	IF PARM-CARD-VALID
033800    	PERFORM MAIN-PROCESS
033900    	END-IF.
034000    	PERFORM CLOSING-PROCEDURE.
034100    	PERFORM PROGRAM-DONE.
034200
034300 PROGRAM-EXIT.
034400    	EXIT PROGRAM.
034500
034600 PROGRAM-DONE.
034700    	MOVE WS-RETURN-CODE TO RETURN-CODE.
034800    	STOP RUN.
034900
035000 OPENING-PROCEDURE.
035100    	ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
035200    	ACCEPT WS-RUN-START-TIME FROM TIME.
035300    	PERFORM READ-PARM-RECORD.
035400    	PERFORM OPEN-REPORT-FILE.
035500    	PERFORM EDIT-PARM-FIELDS.
035600    	PERFORM WRITE-REPORT-HEADINGS.
035700
035800 READ-PARM-RECORD.
035900    	OPEN INPUT PARM-FILE.
036000    	MOVE "PARM-FILE" TO WS-CHECK-FILE-NAME.
036100    	MOVE WS-PARM-STATUS TO WS-CHECK-FILE-STATUS.
036200    	PERFORM FILE-STATUS-CHECK.
036300    	READ PARM-FILE.
036400    	MOVE WS-PARM-STATUS TO WS-CHECK-FILE-STATUS.
036500    	PERFORM FILE-STATUS-CHECK.
036600    	CLOSE PARM-FILE.
036700    	MOVE WS-PARM-STATUS TO WS-CHECK-FILE-STATUS.
036800    	PERFORM FILE-STATUS-CHECK.
036900
037000 OPEN-REPORT-FILE.
037100    	OPEN OUTPUT REPORT-FILE.
037200    	MOVE "REPORT-FILE" TO WS-CHECK-FILE-NAME.
037300    	MOVE WS-REPORT-STATUS TO WS-CHECK-FILE-STATUS.
037400    	PERFORM FILE-STATUS-CHECK.
037500
037600*    SPACES IN A FIELD TAKES ITS DEFAULT OR, FOR THE DATES, NO
037700*    RESTRICTION.  A KEYED FIELD THAT IS NOT A NUMBER, A TARGET
037800*    THAT IS NOT A CLOCK TIME OR A RANGE THAT RUNS BACKWARDS
037900*    REFUSES THE RUN WITH THE DATA-ERROR RETURN CODE.
038000 EDIT-PARM-FIELDS.
038100    	IF PARM-RUN-DATE IS NUMERIC
038200    	MOVE PARM-RUN-DATE TO WS-RUN-DATE-NUM
038300    	ELSE
038400    	MOVE WS-CURRENT-DATE TO WS-RUN-DATE-NUM
038500    	END-IF.
038600    	IF PARM-TREND-TARGET-FINISH NOT = SPACES
038700    	IF PARM-TREND-TARGET-FINISH IS NUMERIC
038800    	MOVE PARM-TREND-TARGET-FINISH TO WS-TARGET-FINISH
038900    	ELSE
039000    	SET PARM-CARD-INVALID TO TRUE
039100    	END-IF
039200    	END-IF.
039300    	IF WS-TARGET-HH > 23 OR WS-TARGET-MM > 59
039400    	SET PARM-CARD-INVALID TO TRUE
039500    	END-IF.
039600    	IF PARM-TREND-OVER-PERCENT NOT = SPACES
039700    	IF PARM-TREND-OVER-PERCENT IS NUMERIC
039800    	MOVE PARM-TREND-OVER-PERCENT TO WS-OVER-PERCENT
039900    	ELSE
040000    	SET PARM-CARD-INVALID TO TRUE
040100    	END-IF
040200    	END-IF.
040300    	IF PARM-TREND-DATE-LOW NOT = SPACES AND
040400    	   PARM-TREND-DATE-LOW IS NOT NUMERIC
040500    	SET PARM-CARD-INVALID TO TRUE
040600    	END-IF.
040700    	IF PARM-TREND-DATE-HIGH NOT = SPACES AND
040800    	   PARM-TREND-DATE-HIGH IS NOT NUMERIC
040900    	SET PARM-CARD-INVALID TO TRUE
041000    	END-IF.
041100    	IF PARM-TREND-DATE-LOW NOT = SPACES AND
041200    	   PARM-TREND-DATE-HIGH NOT = SPACES AND
041300    	   PARM-TREND-DATE-LOW > PARM-TREND-DATE-HIGH
041400    	SET PARM-CARD-INVALID TO TRUE
041500    	END-IF.
041600    	IF PARM-CARD-INVALID
041700    	MOVE "M021" TO MSG-NUMBER
041800    	SET MSG-SEVERITY-ERROR TO TRUE
041900    	MOVE SPACES TO MSG-TEXT
042000    	STRING "PARAMETER CARD TARGET, PERCENT OR"
042100    	    " RUN-DATE RANGE IS NOT VALID"
042200    	    DELIMITED BY SIZE INTO MSG-TEXT
042300    	PERFORM LOG-OPERATOR-MESSAGE
042400    	MOVE "TREND REPORT REFUSED - BAD PARAMETER CARD"
042500    	    TO REPORT-RECORD
042600    	PERFORM WRITE-REPORT-LINE
042700    	SET WS-RC-DATA-ERROR TO TRUE
042800    	END-IF.
042900    	COMPUTE WS-TIME-SECONDS =
043000    	    WS-TARGET-HH * 3600 + WS-TARGET-MM * 60.
043100    	PERFORM SET-STREAM-POSITION.
043200    	MOVE WS-STREAM-POSITION TO WS-TARGET-POSITION.
043300    	MOVE WS-TIME-SECONDS TO WS-HMS-SECONDS.
043400    	PERFORM FORMAT-HMS.
043500    	MOVE WS-HMS-EDIT TO WS-HMS-TARGET.
043600
043700*    ECHO THE SELECTION AND THE FLAGGING RULES AT THE TOP OF
043800*    THE REPORT, IN THE JRNLINQ STYLE.
043900 WRITE-REPORT-HEADINGS.
044000    	MOVE WS-RUN-DATE-NUM TO RPT-HDG-RUN-DATE.
044100    	MOVE WS-REPORT-HEADING-1 TO REPORT-RECORD.
044200    	PERFORM WRITE-REPORT-LINE.
044300    	IF PARM-TREND-PROGRAM = SPACES
044400    	MOVE "(ALL)" TO RPT-SEL-PROGRAM
044500    	ELSE
044600    	MOVE PARM-TREND-PROGRAM TO RPT-SEL-PROGRAM
044700    	END-IF.
044800    	IF PARM-TREND-DATE-LOW = SPACES
044900    	MOVE "(FIRST)" TO RPT-SEL-DATE-LOW
045000    	ELSE
045100    	MOVE PARM-TREND-DATE-LOW TO RPT-SEL-DATE-LOW
045200    	END-IF.
045300    	IF PARM-TREND-DATE-HIGH = SPACES
045400    	MOVE "(LAST)" TO RPT-SEL-DATE-HIGH
045500    	ELSE
045600    	MOVE PARM-TREND-DATE-HIGH TO RPT-SEL-DATE-HIGH
045700    	END-IF.
045800    	MOVE WS-HMS-TARGET TO RPT-SEL-TARGET.
045900    	MOVE WS-OVER-PERCENT TO RPT-SEL-PERCENT.
046000    	MOVE WS-SELECTION-ECHO-LINE TO REPORT-RECORD.
046100    	PERFORM WRITE-REPORT-LINE.
046200    	MOVE SPACES TO REPORT-RECORD.
046300    	PERFORM WRITE-REPORT-LINE.
046400
046500*    AN ABSENT RUN-CONTROL FILE IS REPORTED AND FLAGGED AS A
046600*    WARNING IN THE RUNSTAT STYLE: THERE IS NO HISTORY YET.
046700 MAIN-PROCESS.
046800    	OPEN INPUT RUN-CONTROL-FILE.
046900    	IF WS-RUN-CONTROL-STATUS = "35"
047000    	MOVE " NO RUN-CONTROL HISTORY (RUNCTL) TO REPORT ON"
047100    	    TO REPORT-RECORD
047200    	PERFORM WRITE-REPORT-LINE
047300    	IF WS-RETURN-CODE < 4
047400    	SET WS-RC-WARNING TO TRUE
047500    	END-IF
047600    	ELSE
047700    	MOVE "RUN-CONTROL-FILE" TO WS-CHECK-FILE-NAME
047800    	MOVE WS-RUN-CONTROL-STATUS TO WS-CHECK-FILE-STATUS
047900    	PERFORM FILE-STATUS-CHECK
048000    	PERFORM SORT-CONTROL-STEP
048100    	PERFORM PRINT-STREAM-NIGHTS
048200    	END-IF.
048300
048400*    SORT STEP IN THE JRNLBKOU STYLE: THE INPUT PROCEDURE
048500*    SELECTS RUNCTL ROWS IN THE RANGE AND BUILDS THE STREAM
048600*    NIGHT TABLE, THE OUTPUT PROCEDURE WORKS EACH PROGRAM'S
048700*    NIGHTS OLDEST FIRST.
048800 SORT-CONTROL-STEP.
048900    	MOVE WS-REPORT-HEADING-2 TO REPORT-RECORD.
049000    	PERFORM WRITE-REPORT-LINE.
049100    	SORT SORT-WORK-FILE
049200    	    ON ASCENDING KEY SRT-PROGRAM SRT-RUN-DATE
049300    	                     SRT-SEQUENCE
049400    	    INPUT PROCEDURE IS SORT-RELEASE-RECORDS
049500    	    OUTPUT PROCEDURE IS SORT-RETURN-RECORDS.
049600    	IF SORT-RETURN NOT = ZERO
049700    	MOVE SORT-RETURN TO WS-SORT-RETURN-9
049800    	MOVE "M017" TO MSG-NUMBER
049900    	SET MSG-SEVERITY-FATAL TO TRUE
050000    	MOVE SPACES TO MSG-TEXT
050100    	STRING "SORT FAILED - SORT-RETURN = "
050200    	    WS-SORT-RETURN-9
050300    	    DELIMITED BY SIZE INTO MSG-TEXT
050400    	PERFORM LOG-OPERATOR-MESSAGE
050500    	SET WS-RC-DATA-ERROR TO TRUE
050600    	SET ABEND-OCCURRED TO TRUE
050700    	PERFORM CLOSING-PROCEDURE
050800    	PERFORM PROGRAM-DONE
050900    	END-IF.
051000
051100 SORT-RELEASE-RECORDS.
051200    	PERFORM READ-RUN-CONTROL-RECORD.
051300    	PERFORM RELEASE-IF-IN-RANGE UNTIL RUN-CONTROL-EOF.
051400
051500 READ-RUN-CONTROL-RECORD.
051600    	READ RUN-CONTROL-FILE
051700    	AT END
051800    	SET RUN-CONTROL-EOF TO TRUE
051900    	END-READ.
052000    	IF RUN-CONTROL-NOT-EOF
052100    	MOVE "RUN-CONTROL-FILE" TO WS-CHECK-FILE-NAME
052200    	MOVE WS-RUN-CONTROL-STATUS TO WS-CHECK-FILE-STATUS
052300    	PERFORM FILE-STATUS-CHECK
052400    	END-IF.
052500
052600*    A ROW OUTSIDE THE RUN-DATE RANGE IS PASSED OVER.  A ROW IN
052700*    RANGE COUNTS TOWARD ITS NIGHT'S STREAM WHATEVER ITS
052800*    PROGRAM, AND IS RELEASED WHEN ITS PROGRAM IS SELECTED.
052900 RELEASE-IF-IN-RANGE.
053000    	ADD 1 TO WS-RECORDS-READ.
053100    	MOVE RC-RUN-DATE TO WS-RC-RUN-DATE-X.
053200    	IF (PARM-TREND-DATE-LOW = SPACES OR
053300    	    WS-RC-RUN-DATE-X NOT < PARM-TREND-DATE-LOW) AND
053400    	   (PARM-TREND-DATE-HIGH = SPACES OR
053500    	    WS-RC-RUN-DATE-X NOT > PARM-TREND-DATE-HIGH)
053600    	PERFORM TALLY-STREAM-NIGHT
053700    	IF PARM-TREND-PROGRAM = SPACES OR
053800    	   RC-PROGRAM-ID = PARM-TREND-PROGRAM
053900    	ADD 1 TO WS-RELEASE-SEQUENCE
054000    	MOVE RC-PROGRAM-ID TO SRT-PROGRAM
054100    	MOVE RC-RUN-DATE TO SRT-RUN-DATE
054200    	MOVE WS-RELEASE-SEQUENCE TO SRT-SEQUENCE
054300    	MOVE RC-START-TIME TO SRT-START-TIME
054400    	MOVE RC-STOP-TIME TO SRT-STOP-TIME
054500    	MOVE RC-RETURN-CODE TO SRT-RETURN-CODE
054600    	MOVE RC-STATUS-FLAG TO SRT-STATUS-FLAG
054700    	RELEASE SORT-WORK-RECORD
054800    	END-IF
054900    	END-IF.
055000    	PERFORM READ-RUN-CONTROL-RECORD.
055100
055200*    EVERY ROW'S START CAN BE THE NIGHT'S FIRST; ONLY AN ENDED
055300*    ROW HAS A FINISH THAT CAN BE THE NIGHT'S LAST.
055400 TALLY-STREAM-NIGHT.
055500    	PERFORM FIND-NIGHT-ENTRY.
055600    	IF WS-NIGHT-MATCH-SUB > ZERO
055700    	MOVE RC-START-TIME TO WS-TIME-WORK
055800    	PERFORM TIME-TO-SECONDS
055900    	PERFORM SET-STREAM-POSITION
056000    	IF WS-STREAM-POSITION <
056100    	   WS-NGT-FIRST-START(WS-NIGHT-MATCH-SUB)
056200    	MOVE WS-STREAM-POSITION TO
056300    	    WS-NGT-FIRST-START(WS-NIGHT-MATCH-SUB)
056400    	END-IF
056500    	IF RC-STATUS-ENDED
056600    	MOVE RC-STOP-TIME TO WS-TIME-WORK
056700    	PERFORM TIME-TO-SECONDS
056800    	PERFORM SET-STREAM-POSITION
056900    	IF WS-STREAM-POSITION >
057000    	   WS-NGT-LAST-FINISH(WS-NIGHT-MATCH-SUB)
057100    	MOVE WS-STREAM-POSITION TO
057200    	    WS-NGT-LAST-FINISH(WS-NIGHT-MATCH-SUB)
057300    	MOVE RC-PROGRAM-ID TO
057400    	    WS-NGT-LAST-PROGRAM(WS-NIGHT-MATCH-SUB)
057500    	END-IF
057600    	END-IF
057700    	END-IF.
057800
057900*    FIND THE RUN DATE'S ENTRY, OR OPEN ONE IN ITS PLACE IN
058000*    RUN-DATE ORDER BY MOVING EVERY LATER ENTRY UP ONE.
058100 FIND-NIGHT-ENTRY.
058200    	MOVE ZERO TO WS-NIGHT-MATCH-SUB.
058300    	MOVE 1 TO WS-NIGHT-SUB.
058400    	SET NIGHT-PLACE-NOT-FOUND TO TRUE.
058500    	PERFORM CHECK-NIGHT-PLACE UNTIL NIGHT-PLACE-FOUND.
058600    	IF WS-NIGHT-SUB NOT > WS-NIGHT-COUNT
058700    	IF WS-NGT-RUN-DATE(WS-NIGHT-SUB) = RC-RUN-DATE
058800    	MOVE WS-NIGHT-SUB TO WS-NIGHT-MATCH-SUB
058900    	END-IF
059000    	END-IF.
059100    	IF WS-NIGHT-MATCH-SUB = ZERO
059200    	IF WS-NIGHT-COUNT < 400
059300    	MOVE WS-NIGHT-COUNT TO WS-NIGHT-SHIFT-SUB
059400    	PERFORM SHIFT-ONE-NIGHT-UP
059500    	    UNTIL WS-NIGHT-SHIFT-SUB < WS-NIGHT-SUB
059600    	ADD 1 TO WS-NIGHT-COUNT
059700    	MOVE RC-RUN-DATE TO WS-NGT-RUN-DATE(WS-NIGHT-SUB)
059800    	MOVE 999999 TO WS-NGT-FIRST-START(WS-NIGHT-SUB)
059900    	MOVE ZERO TO WS-NGT-LAST-FINISH(WS-NIGHT-SUB)
060000    	MOVE SPACES TO WS-NGT-LAST-PROGRAM(WS-NIGHT-SUB)
060100    	MOVE WS-NIGHT-SUB TO WS-NIGHT-MATCH-SUB
060200    	ELSE
060300    	IF NIGHT-TABLE-NOT-FULL
060400    	SET NIGHT-TABLE-FULL TO TRUE
060500    	MOVE "M018" TO MSG-NUMBER
060600    	SET MSG-SEVERITY-ERROR TO TRUE
060700    	MOVE SPACES TO MSG-TEXT
060800    	STRING "STREAM NIGHT TABLE FULL - RUN DATE "
060900    	    RC-RUN-DATE " ON NOT SHOWN"
061000    	    DELIMITED BY SIZE INTO MSG-TEXT
061100    	PERFORM LOG-OPERATOR-MESSAGE
061200    	IF WS-RETURN-CODE < 8
061300    	SET WS-RC-DATA-ERROR TO TRUE
061400    	END-IF
061500    	END-IF
061600    	END-IF
061700    	END-IF.
061800
061900 CHECK-NIGHT-PLACE.
062000    	IF WS-NIGHT-SUB > WS-NIGHT-COUNT
062100    	SET NIGHT-PLACE-FOUND TO TRUE
062200    	ELSE
062300    	IF WS-NGT-RUN-DATE(WS-NIGHT-SUB) NOT < RC-RUN-DATE
062400    	SET NIGHT-PLACE-FOUND TO TRUE
062500    	ELSE
062600    	ADD 1 TO WS-NIGHT-SUB
062700    	END-IF
062800    	END-IF.
062900
063000 SHIFT-ONE-NIGHT-UP.
063100    	MOVE WS-NIGHT-ENTRY(WS-NIGHT-SHIFT-SUB) TO
063200    	    WS-NIGHT-ENTRY(WS-NIGHT-SHIFT-SUB + 1).
063300    	SUBTRACT 1 FROM WS-NIGHT-SHIFT-SUB.
063400
063500 SORT-RETURN-RECORDS.
063600    	PERFORM RETURN-SORTED-ROW.
063700    	PERFORM REPORT-ONE-PROGRAM UNTIL SORT-EOF.
063800
063900 RETURN-SORTED-ROW.
064000    	RETURN SORT-WORK-FILE
064100    	AT END
064200    	SET SORT-EOF TO TRUE
064300    	END-RETURN.
064400
064500*    CONTROL BREAK ON PROGRAM: ITS NIGHTS, THEN ITS SUMMARY.
064600 REPORT-ONE-PROGRAM.
064700    	MOVE SRT-PROGRAM TO WS-CURRENT-PROGRAM.
064800    	ADD 1 TO WS-PROGRAMS-REPORTED.
064900    	MOVE ZERO TO WS-WINDOW-COUNT.
065000    	MOVE 1 TO WS-WINDOW-NEXT.
065100    	MOVE ZERO TO WS-WINDOW-TOTAL.
065200    	MOVE ZERO TO WS-PGM-NIGHTS-ENDED.
065300    	MOVE ZERO TO WS-PGM-NIGHTS-OPEN.
065400    	MOVE ZERO TO WS-PGM-NIGHTS-OVER-RC4.
065500    	MOVE ZERO TO WS-PGM-NIGHTS-FLAGGED.
065600    	MOVE ZERO TO WS-PGM-TOTAL-ELAPSED.
065700    	MOVE ZERO TO WS-PGM-LONGEST.
065800    	MOVE ZERO TO WS-PGM-LONGEST-DATE.
065900    	PERFORM REPORT-ONE-NIGHT
066000    	    UNTIL SORT-EOF OR
066100    	          SRT-PROGRAM NOT = WS-CURRENT-PROGRAM.
066200    	PERFORM WRITE-PROGRAM-SUMMARY.
066300
066400*    CONTROL BREAK ON RUN DATE: THE LAST ROW IS THE NIGHT.
066500 REPORT-ONE-NIGHT.
066600    	MOVE SRT-RUN-DATE TO WS-NIGHT-RUN-DATE.
066700    	PERFORM TAKE-NIGHT-ROW
066800    	    UNTIL SORT-EOF OR
066900    	          SRT-PROGRAM NOT = WS-CURRENT-PROGRAM OR
067000    	          SRT-RUN-DATE NOT = WS-NIGHT-RUN-DATE.
067100    	PERFORM EVALUATE-ONE-NIGHT.
067200
067300 TAKE-NIGHT-ROW.
067400    	MOVE SRT-START-TIME TO WS-NIGHT-START-TIME.
067500    	MOVE SRT-STOP-TIME TO WS-NIGHT-STOP-TIME.
067600    	MOVE SRT-RETURN-CODE TO WS-NIGHT-RETURN-CODE.
067700    	MOVE SRT-STATUS-FLAG TO WS-NIGHT-STATUS-FLAG.
067800    	PERFORM RETURN-SORTED-ROW.
067900
068000*    A NIGHT STILL SHOWN STARTED HAS NO ELAPSED TIME AND IS
068100*    LISTED ONLY.  AN ENDED NIGHT IS JUDGED AGAINST THE AVERAGE
068200*    OF THE NIGHTS BEFORE IT, THEN JOINS THAT AVERAGE.
068300 EVALUATE-ONE-NIGHT.
068400    	MOVE SPACES TO WS-REPORT-DETAIL.
068500    	MOVE WS-CURRENT-PROGRAM TO RPT-PROGRAM.
068600    	MOVE WS-NIGHT-RUN-DATE TO RPT-RUN-DATE.
068700    	MOVE WS-NIGHT-START-TIME TO RPT-START-TIME.
068800    	MOVE WS-NIGHT-STOP-TIME TO RPT-STOP-TIME.
068900    	MOVE WS-NIGHT-RETURN-CODE TO RPT-RETURN-CODE.
069000    	IF NIGHT-ENDED
069100    	PERFORM MEASURE-ENDED-NIGHT
069200    	ELSE
069300    	ADD 1 TO WS-PGM-NIGHTS-OPEN
069400    	MOVE "NOT ENDED" TO RPT-NOTE
069500    	END-IF.
069600    	MOVE WS-REPORT-DETAIL TO REPORT-RECORD.
069700    	PERFORM WRITE-REPORT-LINE.
069800
069900 MEASURE-ENDED-NIGHT.
070000    	ADD 1 TO WS-PGM-NIGHTS-ENDED.
070100    	MOVE WS-NIGHT-START-TIME TO WS-TIME-WORK.
070200    	PERFORM TIME-TO-SECONDS.
070300    	MOVE WS-TIME-SECONDS TO WS-START-SECONDS.
070400    	MOVE WS-NIGHT-STOP-TIME TO WS-TIME-WORK.
070500    	PERFORM TIME-TO-SECONDS.
070600    	MOVE WS-TIME-SECONDS TO WS-STOP-SECONDS.
070700    	IF WS-STOP-SECONDS < WS-START-SECONDS
070800    	ADD WS-SECONDS-PER-DAY TO WS-STOP-SECONDS
070900    	END-IF.
071000    	SUBTRACT WS-START-SECONDS FROM WS-STOP-SECONDS
071100    	    GIVING WS-ELAPSED-SECONDS.
071200    	MOVE WS-ELAPSED-SECONDS TO WS-HMS-SECONDS.
071300    	PERFORM FORMAT-HMS.
071400    	MOVE WS-HMS-EDIT TO RPT-ELAPSED.
071500    	ADD WS-ELAPSED-SECONDS TO WS-PGM-TOTAL-ELAPSED.
071600    	IF WS-ELAPSED-SECONDS > WS-PGM-LONGEST OR
071700    	   WS-PGM-NIGHTS-ENDED = 1
071800    	MOVE WS-ELAPSED-SECONDS TO WS-PGM-LONGEST
071900    	MOVE WS-NIGHT-RUN-DATE TO WS-PGM-LONGEST-DATE
072000    	END-IF.
072100    	IF WS-NIGHT-RETURN-CODE > 4
072200    	ADD 1 TO WS-PGM-NIGHTS-OVER-RC4
072300    	MOVE "ENDED ABOVE RC 4" TO RPT-NOTE
072400    	END-IF.
072500    	PERFORM JUDGE-AGAINST-AVERAGE.
072600    	PERFORM ADD-NIGHT-TO-WINDOW.
072700
072800*    WELL OVER AVERAGE MEANS ELAPSED ABOVE AVERAGE TIMES
072900*    (100 + PERCENT) / 100, AND AT LEAST THE FLOOR OVER IT.
073000 JUDGE-AGAINST-AVERAGE.
073100    	SET NIGHT-WITHIN-AVERAGE TO TRUE.
073200    	IF WS-WINDOW-COUNT > ZERO
073300    	DIVIDE WS-WINDOW-TOTAL BY WS-WINDOW-COUNT
073400    	    GIVING WS-ROLLING-AVERAGE ROUNDED
073500    	MOVE WS-ROLLING-AVERAGE TO WS-HMS-SECONDS
073600    	PERFORM FORMAT-HMS
073700    	MOVE WS-HMS-EDIT TO RPT-ROLLING-AVERAGE
073800    	END-IF.
073900    	IF WS-WINDOW-COUNT NOT < WS-NIGHTS-BEFORE-JUDGED AND
074000    	   WS-ELAPSED-SECONDS > WS-ROLLING-AVERAGE
074100    	SUBTRACT WS-ROLLING-AVERAGE FROM WS-ELAPSED-SECONDS
074200    	    GIVING WS-OVERRUN-SECONDS
074300    	COMPUTE WS-ELAPSED-SCALED = WS-ELAPSED-SECONDS * 100
074400    	COMPUTE WS-OVERRUN-LIMIT =
074500    	    WS-ROLLING-AVERAGE * (100 + WS-OVER-PERCENT)
074600    	IF WS-ELAPSED-SCALED > WS-OVERRUN-LIMIT AND
074700    	   WS-OVERRUN-SECONDS NOT < WS-OVERRUN-FLOOR-SECS
074800    	SET NIGHT-OVERRAN TO TRUE
074900    	END-IF
075000    	END-IF.
075100    	IF NIGHT-OVERRAN
075200    	ADD 1 TO WS-PGM-NIGHTS-FLAGGED
075300    	ADD 1 TO WS-NIGHTS-OVER-AVERAGE
075400    	MOVE "** WELL OVER ROLLING AVERAGE **" TO RPT-NOTE
075500    	IF WS-RETURN-CODE < 4
075600    	SET WS-RC-WARNING TO TRUE
075700    	END-IF
075800    	IF WS-NIGHT-RUN-DATE NOT < WS-RUN-DATE-NUM
075900    	MOVE "M026" TO MSG-NUMBER
076000    	SET MSG-SEVERITY-WARNING TO TRUE
076100    	MOVE SPACES TO MSG-TEXT
076200    	STRING WS-CURRENT-PROGRAM " RAN " RPT-ELAPSED
076300    	    " FOR RUN DATE " WS-NIGHT-RUN-DATE
076400    	    " - ROLLING AVERAGE " RPT-ROLLING-AVERAGE
076500    	    DELIMITED BY SIZE INTO MSG-TEXT
076600    	PERFORM LOG-OPERATOR-MESSAGE
076700    	ADD 1 TO WS-MESSAGES-LOGGED
076800    	END-IF
076900    	END-IF.
077000
077100*    THE NEWEST ENDED NIGHT OVERLAYS THE OLDEST ONCE THE RING
077200*    HOLDS ITS SEVEN.
077300 ADD-NIGHT-TO-WINDOW.
077400    	IF WS-WINDOW-COUNT < WS-ROLLING-NIGHTS
077500    	ADD 1 TO WS-WINDOW-COUNT
077600    	ELSE
077700    	SUBTRACT WS-WINDOW-ELAPSED(WS-WINDOW-NEXT)
077800    	    FROM WS-WINDOW-TOTAL
077900    	END-IF.
078000    	MOVE WS-ELAPSED-SECONDS TO
078100    	    WS-WINDOW-ELAPSED(WS-WINDOW-NEXT).
078200    	ADD WS-ELAPSED-SECONDS TO WS-WINDOW-TOTAL.
078300    	ADD 1 TO WS-WINDOW-NEXT.
078400    	IF WS-WINDOW-NEXT > WS-ROLLING-NIGHTS
078500    	MOVE 1 TO WS-WINDOW-NEXT
078600    	END-IF.
078700
078800 WRITE-PROGRAM-SUMMARY.
078900    	MOVE SPACES TO RPT-SUM-AVERAGE.
079000    	MOVE SPACES TO RPT-SUM-LONGEST.
079100    	MOVE WS-PGM-NIGHTS-ENDED TO RPT-SUM-NIGHTS.
079200    	IF WS-PGM-NIGHTS-ENDED > ZERO
079300    	DIVIDE WS-PGM-TOTAL-ELAPSED BY WS-PGM-NIGHTS-ENDED
079400    	    GIVING WS-PGM-AVERAGE ROUNDED
079500    	MOVE WS-PGM-AVERAGE TO WS-HMS-SECONDS
079600    	PERFORM FORMAT-HMS
079700    	MOVE WS-HMS-EDIT TO RPT-SUM-AVERAGE
079800    	MOVE WS-PGM-LONGEST TO WS-HMS-SECONDS
079900    	PERFORM FORMAT-HMS
080000    	MOVE WS-HMS-EDIT TO RPT-SUM-LONGEST
080100    	END-IF.
080200    	MOVE WS-PGM-LONGEST-DATE TO RPT-SUM-LONGEST-DATE.
080300    	MOVE WS-PGM-NIGHTS-OVER-RC4 TO RPT-SUM-OVER-RC4.
080400    	MOVE WS-PGM-NIGHTS-FLAGGED TO RPT-SUM-FLAGGED.
080500    	MOVE WS-PGM-NIGHTS-OPEN TO RPT-SUM-OPEN.
080600    	MOVE WS-PROGRAM-SUMMARY-LINE TO REPORT-RECORD.
080700    	PERFORM WRITE-REPORT-LINE.
080800    	MOVE SPACES TO REPORT-RECORD.
080900    	PERFORM WRITE-REPORT-LINE.
081000
081100*    THE STREAM BY NIGHT, IN RUN-DATE ORDER: ITS WINDOW FROM
081200*    THE FIRST START TO THE LAST FINISH, FLAGGED WHEN THE LAST
081300*    FINISH IS PAST THE TARGET.
081400 PRINT-STREAM-NIGHTS.
081500    	MOVE SPACES TO REPORT-RECORD.
081600    	PERFORM WRITE-REPORT-LINE.
081700    	MOVE " STREAM FINISH BY RUN DATE" TO REPORT-RECORD.
081800    	PERFORM WRITE-REPORT-LINE.
081900    	MOVE WS-STREAM-HEADING TO REPORT-RECORD.
082000    	PERFORM WRITE-REPORT-LINE.
082100    	IF WS-NIGHT-COUNT = ZERO
082200    	MOVE " NO JOB RAN IN THE RUN-DATE RANGE"
082300    	    TO REPORT-RECORD
082400    	PERFORM WRITE-REPORT-LINE
082500    	IF WS-RETURN-CODE < 4
082600    	SET WS-RC-WARNING TO TRUE
082700    	END-IF
082800    	END-IF.
082900    	MOVE 1 TO WS-NIGHT-SUB.
083000    	PERFORM PRINT-ONE-STREAM-NIGHT
083100    	    UNTIL WS-NIGHT-SUB > WS-NIGHT-COUNT.
083200    	IF NIGHT-TABLE-FULL
083300    	MOVE "  (NIGHT TABLE FULL - LATER NIGHTS NOT SHOWN)"
083400    	    TO REPORT-RECORD
083500    	PERFORM WRITE-REPORT-LINE
083600    	END-IF.
083700
083800 PRINT-ONE-STREAM-NIGHT.
083900    	ADD 1 TO WS-STREAM-NIGHTS.
084000    	MOVE SPACES TO WS-STREAM-DETAIL.
084100    	MOVE WS-NGT-RUN-DATE(WS-NIGHT-SUB) TO RPT-STR-RUN-DATE.
084200    	MOVE WS-NGT-FIRST-START(WS-NIGHT-SUB) TO WS-HMS-SECONDS.
084300    	PERFORM FORMAT-STREAM-CLOCK.
084400    	MOVE WS-HMS-EDIT TO RPT-STR-FIRST-START.
084500    	IF WS-NGT-LAST-PROGRAM(WS-NIGHT-SUB) = SPACES
084600    	MOVE "NO JOB ENDED" TO RPT-STR-NOTE
084700    	ELSE
084800    	MOVE WS-NGT-LAST-FINISH(WS-NIGHT-SUB) TO WS-HMS-SECONDS
084900    	PERFORM FORMAT-STREAM-CLOCK
085000    	MOVE WS-HMS-EDIT TO RPT-STR-LAST-FINISH
085100    	MOVE WS-NGT-LAST-PROGRAM(WS-NIGHT-SUB)
085200    	    TO RPT-STR-LAST-PROGRAM
085300    	IF WS-NGT-LAST-FINISH(WS-NIGHT-SUB) >
085400    	   WS-NGT-FIRST-START(WS-NIGHT-SUB)
085500    	SUBTRACT WS-NGT-FIRST-START(WS-NIGHT-SUB)
085600    	    FROM WS-NGT-LAST-FINISH(WS-NIGHT-SUB)
085700    	    GIVING WS-HMS-SECONDS
085800    	PERFORM FORMAT-HMS
085900    	MOVE WS-HMS-EDIT TO RPT-STR-WINDOW
086000    	END-IF
086100    	IF WS-NGT-LAST-FINISH(WS-NIGHT-SUB) > WS-TARGET-POSITION
086200    	PERFORM FLAG-LATE-STREAM
086300    	END-IF
086400    	END-IF.
086500    	MOVE WS-STREAM-DETAIL TO REPORT-RECORD.
086600    	PERFORM WRITE-REPORT-LINE.
086700    	ADD 1 TO WS-NIGHT-SUB.
086800
086900 FLAG-LATE-STREAM.
087000    	ADD 1 TO WS-STREAM-NIGHTS-LATE.
087100    	MOVE SPACES TO RPT-STR-NOTE.
087200    	STRING "** FINISHED AFTER TARGET " WS-HMS-TARGET " **"
087300    	    DELIMITED BY SIZE INTO RPT-STR-NOTE.
087400    	IF WS-RETURN-CODE < 4
087500    	SET WS-RC-WARNING TO TRUE
087600    	END-IF.
087700    	IF WS-NGT-RUN-DATE(WS-NIGHT-SUB) NOT < WS-RUN-DATE-NUM
087800    	MOVE "M027" TO MSG-NUMBER
087900    	SET MSG-SEVERITY-WARNING TO TRUE
088000    	MOVE SPACES TO MSG-TEXT
088100    	STRING "STREAM " RPT-STR-RUN-DATE
088200    	    " FINISHED " RPT-STR-LAST-FINISH
088300    	    " - TARGET " WS-HMS-TARGET
088400    	    " - LAST JOB " RPT-STR-LAST-PROGRAM
088500    	    DELIMITED BY SIZE INTO MSG-TEXT
088600    	PERFORM LOG-OPERATOR-MESSAGE
088700    	ADD 1 TO WS-MESSAGES-LOGGED
088800    	END-IF.
088900
089000 TIME-TO-SECONDS.
089100    	COMPUTE WS-TIME-SECONDS =
089200    	    WS-TIME-HH * 3600 + WS-TIME-MM * 60 + WS-TIME-SS.
089300
089400*    A CLOCK TIME BEFORE NOON BELONGS TO THE MORNING AFTER THE
089500*    RUN DATE, SO IT SITS A DAY LATER ON THE STREAM CLOCK.
089600 SET-STREAM-POSITION.
089700    	MOVE WS-TIME-SECONDS TO WS-STREAM-POSITION.
089800    	IF WS-TIME-SECONDS < WS-NOON-SECONDS
089900    	ADD WS-SECONDS-PER-DAY TO WS-STREAM-POSITION
090000    	END-IF.
090100
090200 FORMAT-STREAM-CLOCK.
090300    	IF WS-HMS-SECONDS NOT < WS-SECONDS-PER-DAY
090400    	SUBTRACT WS-SECONDS-PER-DAY FROM WS-HMS-SECONDS
090500    	END-IF.
090600    	PERFORM FORMAT-HMS.
090700
090800 FORMAT-HMS.
090900    	DIVIDE WS-HMS-SECONDS BY 60 GIVING WS-HMS-MINUTES
091000    	    REMAINDER WS-HMS-SS.
091100    	DIVIDE WS-HMS-MINUTES BY 60 GIVING WS-HMS-HH
091200    	    REMAINDER WS-HMS-MM.
091300
091400 WRITE-REPORT-LINE.
091500    	WRITE REPORT-RECORD.
091600    	MOVE "REPORT-FILE" TO WS-CHECK-FILE-NAME.
091700    	MOVE WS-REPORT-STATUS TO WS-CHECK-FILE-STATUS.
091800    	PERFORM FILE-STATUS-CHECK.
091900
092000 CLOSING-PROCEDURE.
092100    	SET CLOSING-IN-PROGRESS TO TRUE.
092200    	PERFORM WRITE-TREND-TOTALS.
092300    	PERFORM WRITE-RUN-SUMMARY.
092400    	PERFORM CLOSE-ALL-FILES.
092500
092600 WRITE-TREND-TOTALS.
092700    	MOVE SPACES TO REPORT-RECORD.
092800    	PERFORM WRITE-REPORT-LINE.
092900    	MOVE SPACES TO WS-BANNER-LINE.
093000    	STRING "PROGRAMS REPORTED: " WS-PROGRAMS-REPORTED
093100    	    "   NIGHTS WELL OVER AVERAGE: "
093200    	    WS-NIGHTS-OVER-AVERAGE
093300    	    "   STREAM NIGHTS: " WS-STREAM-NIGHTS
093400    	    "   FINISHED LATE: " WS-STREAM-NIGHTS-LATE
093500    	    DELIMITED BY SIZE INTO WS-BANNER-LINE.
093600    	MOVE WS-BANNER-LINE TO REPORT-RECORD.
093700    	PERFORM WRITE-REPORT-LINE.
093800    	MOVE SPACES TO WS-BANNER-LINE.
093900    	STRING "FLAGGED NIGHTS LOGGED TO MSGFILE: "
094000    	    WS-MESSAGES-LOGGED
094100    	    DELIMITED BY SIZE INTO WS-BANNER-LINE.
094200    	MOVE WS-BANNER-LINE TO REPORT-RECORD.
094300    	PERFORM WRITE-REPORT-LINE.
094400
094500*    STANDARD END-OF-JOB BANNER IN THE TEMPLATE.COB STYLE,
094600*    APPENDED TO THE TREND REPORT ON REPTFILE.
094700 WRITE-RUN-SUMMARY.
094800    	ACCEPT WS-RUN-STOP-TIME FROM TIME.
094900    	MOVE SPACES TO REPORT-RECORD.
095000    	PERFORM WRITE-REPORT-LINE.
095100    	MOVE SPACES TO WS-BANNER-LINE.
095200    	STRING "RUN SUMMARY FOR PROGRAM: " WS-WORK-PROGRAM-ID
095300    	    DELIMITED BY SIZE INTO WS-BANNER-LINE.
095400    	MOVE WS-BANNER-LINE TO REPORT-RECORD.
095500    	PERFORM WRITE-REPORT-LINE.
095600    	MOVE SPACES TO WS-BANNER-LINE.
095700    	STRING "RUN DATE: " WS-CURRENT-DATE
095800    	    "   START: " WS-START-HH ":" WS-START-MM ":"
095900    	    WS-START-SS
096000    	    "   STOP: "  WS-STOP-HH ":" WS-STOP-MM ":"
096100    	    WS-STOP-SS
096200    	    DELIMITED BY SIZE INTO WS-BANNER-LINE.
096300    	MOVE WS-BANNER-LINE TO REPORT-RECORD.
096400    	PERFORM WRITE-REPORT-LINE.
096500    	MOVE SPACES TO WS-BANNER-LINE.
096600    	STRING "RECORDS READ: " WS-RECORDS-READ
096700    	    "   WRITTEN: " WS-RECORDS-WRITTEN
096800    	    "   REJECTED: " WS-RECORDS-REJECTED
096900    	    DELIMITED BY SIZE INTO WS-BANNER-LINE.
097000    	MOVE WS-BANNER-LINE TO REPORT-RECORD.
097100    	PERFORM WRITE-REPORT-LINE.
097200
097300 CLOSE-ALL-FILES.
097400    	IF WS-RUN-CONTROL-STATUS NOT = "35" AND
097500    	   WS-RUN-CONTROL-STATUS NOT = SPACES
097600    	CLOSE RUN-CONTROL-FILE
097700    	END-IF.
097800    	IF WS-REPORT-STATUS NOT = SPACES
097900    	CLOSE REPORT-FILE
098000    	MOVE "REPORT-FILE" TO WS-CHECK-FILE-NAME
098100    	MOVE WS-REPORT-STATUS TO WS-CHECK-FILE-STATUS
098200    	PERFORM FILE-STATUS-CHECK
098300    	END-IF.
098400
098500*    SHOP MESSAGE WRITER IN THE TEMPLATE.COB STYLE: THE
098600*    CALLER FILLS MSG-NUMBER, SEVERITY AND TEXT; MSGWRITE
098700*    HANDLES THE CONSOLE AND THE MESSAGE FILE.
098800 LOG-OPERATOR-MESSAGE.
098900    	MOVE WS-WORK-PROGRAM-ID TO MSG-PROGRAM-ID.
099000    	CALL "MSGWRITE" USING WS-MESSAGE-AREA.
099100
099200*    SHARED I/O-ERROR ABORT IN THE TEMPLATE.COB STYLE.  STATUS
099300*    "00" AND "10" ARE THE ONLY NON-ERROR CODES; ANYTHING ELSE
099400*    CLOSES WHAT IT CAN AND ABENDS WITH RETURN CODE 16.
099500 FILE-STATUS-CHECK.
099600    	IF WS-CHECK-FILE-STATUS NOT = "00" AND
099700    	   WS-CHECK-FILE-STATUS NOT = "10"
099800    	MOVE "M015" TO MSG-NUMBER
099900    	SET MSG-SEVERITY-FATAL TO TRUE
100000    	MOVE SPACES TO MSG-TEXT
100100    	STRING "FILE I/O ERROR ON " WS-CHECK-FILE-NAME
100200    	    " - STATUS = " WS-CHECK-FILE-STATUS
100300    	    DELIMITED BY SIZE INTO MSG-TEXT
100400    	PERFORM LOG-OPERATOR-MESSAGE
100500    	SET WS-RC-ABEND TO TRUE
100600    	SET ABEND-OCCURRED TO TRUE
100700    	IF CLOSING-NOT-IN-PROGRESS
100800    	PERFORM CLOSING-PROCEDURE
100900    	PERFORM PROGRAM-DONE
101000    	END-IF
101100    	END-IF.
