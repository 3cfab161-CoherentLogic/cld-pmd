000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. CUSTRCVY.
000300 AUTHOR. John Willis
000400*
000500* PMD 0.01
000600* COPYRIGHT (C) 2012 COHERENT LOGIC DEVELOPMENT LLC
000700*
000800* CUSTRCVY.COB: CUSTOMER-MASTER IMAGE COPY AND FORWARD RECOVERY
000900*   $Id$
001000*
001100* JRNLBKOU CAN BACK A BAD RUN OUT OF A MASTER THAT IS STILL
001200* THERE; THIS UTILITY REBUILDS CUSTMAST WHEN THE MASTER ITSELF
001300* IS LOST OR DAMAGED.  PARM-RECOVERY-FUNCTION SELECTS ONE OF
001400* TWO FUNCTIONS:
001500*
001600*   IMAGE   - THE NIGHTLY IMAGE COPY.  THE WHOLE MASTER IS
001700*             UNLOADED IN KEY ORDER THROUGH THE CUSTLOOKUP
001800*             STRT/NEXT REQUESTS TO A DATED SEQUENTIAL BACKUP
001900*             (CUSTIMG, CIMGREC.CPY) BETWEEN A HEADER CARRYING
002000*             THE MOMENT THE UNLOAD STARTED AND A TRAILER WITH
002100*             THE CUSTOMER COUNT AND BALANCE TOTAL.  IT RUNS IN
002200*             THE NIGHTLY STREAM AFTER RECONPRF, SO EVERY IMAGE
002300*             IS OF A MASTER THAT HAS JUST BEEN PROVEN.
002400*
002500*   RECOVER - FORWARD RECOVERY TO THE JNL-DATE AND JNL-TIME ON
002600*             THE CARD.  THE LAST GOOD IMAGE COPY IS PROVEN
002700*             AGAINST ITS OWN TRAILER AND RELOADED INTO AN EMPTY
002800*             CUSTMAST THROUGH CUSTLOOKUP ADD; THEN THE AFTER-
002900*             IMAGES ON THE JOURNAL HISTORY (JRNLHIST), THE
003000*             POSTING JOURNAL (JRNLFILE) AND THE MAINTENANCE
003100*             JOURNAL (MNTJRNL) ARE SORTED INTO TIMESTAMP ORDER
003200*             AND REAPPLIED - AN ADD OR UPDATE BY WRITING THE
003300*             AFTER-IMAGE, A DELETE (SPACES AFTER-IMAGE) BY
003400*             DELETING THE KEY.  A ROW STAMPED BEFORE THE IMAGE
003500*             WAS TAKEN IS ALREADY ON IT, A ROW STAMPED AFTER THE
003600*             RECOVERY POINT IS LEFT FOR LATER, AND A ROW THAT
003700*             IS ON BOTH JRNLHIST AND A JOURNAL ARCHHIST HAS NOT
003800*             YET BEEN SWAPPED OUT IS APPLIED ONCE.  EVERY ROW
003900*             FROM THE IMAGE DATE ON IS LISTED AS APPLIED OR
004000*             SKIPPED, WITH THE REASON.  THE REBUILT MASTER IS
004100*             THEN PROVEN AGAINST THE CUSTSNAP SNAPSHOT RECONPRF
004200*             CUT FOR PARM-RUN-DATE, TO THE RECORD AND TO THE
004300*             PENNY.
004400*
004500* A RECOVERY IS AN OPERATOR-RUN UTILITY LIKE JRNLBKOU: IT STAYS
004600* OFF RUNCTL AND WRITES NO JOURNAL OF ITS OWN - IT REPLAYS
004700* CHANGES ALREADY JOURNALED, AND THE REPORT IS ITS TRAIL.  IT
004800* IS REFUSED UNLESS CUSTMAST IS EMPTY, SO IT CAN NEVER LAY AN
004900* IMAGE OVER A LIVE MASTER.
005000*
005100 ENVIRONMENT DIVISION.
005200 INPUT-OUTPUT SECTION.
005300 FILE-CONTROL.
005400
005500    	SELECT PARM-FILE ASSIGN TO "PARMFILE"
005600    	    ORGANIZATION IS LINE SEQUENTIAL
005700    	    FILE STATUS IS WS-PARM-STATUS.
005800
005900    	SELECT IMAGE-FILE ASSIGN TO "CUSTIMG"
006000    	    ORGANIZATION IS LINE SEQUENTIAL
006100    	    FILE STATUS IS WS-IMAGE-STATUS.
006200
006300    	SELECT JOURNAL-HISTORY-FILE ASSIGN TO "JRNLHIST"
006400    	    ORGANIZATION IS LINE SEQUENTIAL
006500    	    FILE STATUS IS WS-JRNL-HIST-STATUS.
006600
006700    	SELECT JOURNAL-FILE ASSIGN TO "JRNLFILE"
006800    	    ORGANIZATION IS LINE SEQUENTIAL
006900    	    FILE STATUS IS WS-JOURNAL-STATUS.
007000
007100    	SELECT MAINT-JOURNAL-FILE ASSIGN TO "MNTJRNL"
007200    	    ORGANIZATION IS LINE SEQUENTIAL
007300    	    FILE STATUS IS WS-MAINT-JRNL-STATUS.
007400
007500    	SELECT SNAPSHOT-FILE ASSIGN TO "CUSTSNAP"
007600    	    ORGANIZATION IS LINE SEQUENTIAL
007700    	    FILE STATUS IS WS-SNAPSHOT-STATUS.
007800
007900    	SELECT REPORT-FILE ASSIGN TO "REPTFILE"
008000    	    ORGANIZATION IS LINE SEQUENTIAL
008100    	    FILE STATUS IS WS-REPORT-STATUS.
008200
008300    	SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
008400    	    ORGANIZATION IS LINE SEQUENTIAL
008500    	    FILE STATUS IS WS-RUN-CONTROL-STATUS.
008600
008700    	SELECT SORT-WORK-FILE ASSIGN TO "SRTWORK".
008800
008900 DATA DIVISION.
009000 FILE SECTION.
009100
009200 FD  PARM-FILE.
009300 01  PARM-RECORD.
009400     COPY PARMREC.
009500
009600 FD  IMAGE-FILE.
009700 01  IMAGE-RECORD.
009800     COPY CIMGREC.
009900
010000*    ALL THREE JOURNALS CARRY THE SAME AUDITREC LAYOUT; EACH ROW
010100*    IS MOVED TO THE WS-JOURNAL-WORK COPY OF IT, SO ONE RELEASE
010200*    PATH SERVES ALL THREE FILES.
010300 FD  JOURNAL-HISTORY-FILE.
010400 01  JOURNAL-HISTORY-RECORD    PIC X(204).
010500
010600 FD  JOURNAL-FILE.
010700 01  JOURNAL-INPUT-RECORD      PIC X(204).
010800
010900 FD  MAINT-JOURNAL-FILE.
011000 01  MAINT-JOURNAL-RECORD      PIC X(204).
011100
011200 FD  SNAPSHOT-FILE.
011300 01  SNAPSHOT-RECORD.
011400     COPY SNAPREC.
011500
011600 FD  REPORT-FILE.
011700 01  REPORT-RECORD             PIC X(132).
011800
011900 FD  RUN-CONTROL-FILE.
012000 01  RUN-CONTROL-RECORD.
012100     COPY RUNCREC.
012200
012300*    JOURNAL ROWS ARE SORTED ON THEIR OWN TIMESTAMP, THEN ON
012400*    RELEASE SEQUENCE, SO ROWS FROM THE THREE JOURNALS INTERLEAVE
012500*    IN THE ORDER THEY WERE WRITTEN AND ROWS WITH THE SAME STAMP
012600*    KEEP THEIR ORDER WITHIN THEIR OWN FILE.
012700 SD  SORT-WORK-FILE.
012800 01  SORT-WORK-RECORD.
012900     05  SRT-JOURNAL-STAMP     PIC X(16).
013000     05  SRT-SEQUENCE          PIC 9(09).
013100     05  SRT-SOURCE            PIC X(08).
013200     05  SRT-JOURNAL-IMAGE     PIC X(204).
013300
013400 WORKING-STORAGE SECTION.
013500
013600*    SHARED FILE-STATUS-CHECK CONTROLS
013700 01  WS-CHECK-FILE-NAME        PIC X(20)  VALUE SPACES.
013800 01  WS-CHECK-FILE-STATUS      PIC X(02)  VALUE SPACES.
013900
014000*    STANDARD JOB RETURN CODE, MOVED TO RETURN-CODE BY
014100*    PROGRAM-DONE.  RANGES AS IN TEMPLATE.COB.
014200 01  WS-RETURN-CODE            PIC 9(02)  VALUE ZERO.
014300     88  WS-RC-CLEAN                       VALUE 0.
014400     88  WS-RC-WARNING                     VALUE 4.
014500     88  WS-RC-DATA-ERROR                  VALUE 8.
014600     88  WS-RC-ABEND                       VALUE 16.
014700
014800 01  WS-PARM-STATUS            PIC X(02)  VALUE SPACES.
014900 01  WS-IMAGE-STATUS           PIC X(02)  VALUE SPACES.
015000 01  WS-JRNL-HIST-STATUS       PIC X(02)  VALUE SPACES.
015100 01  WS-JOURNAL-STATUS         PIC X(02)  VALUE SPACES.
015200 01  WS-MAINT-JRNL-STATUS      PIC X(02)  VALUE SPACES.
015300 01  WS-SNAPSHOT-STATUS        PIC X(02)  VALUE SPACES.
015400 01  WS-REPORT-STATUS          PIC X(02)  VALUE SPACES.
015500
015600 01  WS-WORK-PROGRAM-ID        PIC X(08)  VALUE "CUSTRCVY".
015700 01  WS-ABEND-SWITCH           PIC X(01)  VALUE "N".
015800     88  ABEND-OCCURRED                   VALUE "Y".
015900     88  NO-ABEND-OCCURRED                VALUE "N".
016000 01  WS-CLOSING-SWITCH         PIC X(01)  VALUE "N".
016100     88  CLOSING-IN-PROGRESS              VALUE "Y".
016200     88  CLOSING-NOT-IN-PROGRESS          VALUE "N".
016300
016400*    A CARD THAT DOES NOT NAME A FUNCTION, OR A RECOVERY CARD
016500*    THAT DOES NOT NAME THE POINT TO RECOVER TO, STOPS THE JOB
016600*    BEFORE ANY FILE IS TOUCHED.
016700 01  WS-PARM-ERROR-SWITCH      PIC X(01)  VALUE "N".
016800     88  PARM-CARD-INVALID                VALUE "Y".
016900     88  PARM-CARD-VALID                  VALUE "N".
017000
017100 01  WS-IMAGE-EOF-SWITCH       PIC X(01)  VALUE "N".
017200     88  IMAGE-EOF                        VALUE "Y".
017300     88  IMAGE-NOT-EOF                    VALUE "N".
017400 01  WS-JRNL-HIST-EOF-SWITCH   PIC X(01)  VALUE "N".
017500     88  JRNL-HIST-EOF                    VALUE "Y".
017600     88  JRNL-HIST-NOT-EOF                VALUE "N".
017700 01  WS-JOURNAL-EOF-SWITCH     PIC X(01)  VALUE "N".
017800     88  JOURNAL-EOF                      VALUE "Y".
017900     88  JOURNAL-NOT-EOF                  VALUE "N".
018000 01  WS-MAINT-JRNL-EOF-SWITCH  PIC X(01)  VALUE "N".
018100     88  MAINT-JRNL-EOF                   VALUE "Y".
018200     88  MAINT-JRNL-NOT-EOF               VALUE "N".
018300 01  WS-MASTER-EOF-SWITCH      PIC X(01)  VALUE "N".
018400     88  MASTER-EOF                       VALUE "Y".
018500     88  MASTER-NOT-EOF                   VALUE "N".
018600 01  WS-SORT-EOF-SWITCH        PIC X(01)  VALUE "N".
018700     88  SORT-EOF                         VALUE "Y".
018800     88  SORT-NOT-EOF                     VALUE "N".
018900 01  WS-IMAGE-BALANCE-SWITCH   PIC X(01)  VALUE "Y".
019000     88  IMAGE-IN-BALANCE                 VALUE "Y".
019100     88  IMAGE-OUT-OF-BALANCE             VALUE "N".
019200 01  WS-SNAPSHOT-SWITCH        PIC X(01)  VALUE "N".
019300     88  SNAPSHOT-PRESENT                 VALUE "Y".
019400     88  NO-SNAPSHOT-PRESENT              VALUE "N".
019500 01  WS-ON-MASTER-SWITCH       PIC X(01)  VALUE "N".
019600     88  ROW-KEY-ON-MASTER                VALUE "Y".
019700     88  ROW-KEY-NOT-ON-MASTER            VALUE "N".
019800 01  WS-DUPLICATE-SWITCH       PIC X(01)  VALUE "N".
019900     88  DUPLICATE-ROW                    VALUE "Y".
020000     88  NOT-DUPLICATE-ROW                VALUE "N".
020100
020200 01  WS-RUN-DATE-NUM           PIC 9(08)  VALUE ZERO.
020300
020400*    THE CUSTOMER IN FLIGHT DURING A MASTER WALK
020500 01  WS-CUSTOMER-WORK.
020600     COPY CUSTREC.
020700
020800*    THE JOURNAL ROW IN FLIGHT, FROM WHICHEVER JOURNAL THE
020900*    RELEASE PASS IS READING, AND THE NAME OF THAT JOURNAL
021000 01  WS-JOURNAL-WORK.
021100     COPY AUDITREC.
021200 01  WS-JOURNAL-SOURCE         PIC X(08)  VALUE SPACES.
021300 01  WS-CURRENT-IMAGE          PIC X(80)  VALUE SPACES.
021400
021500*    THE MOMENT THE IMAGE COPY WAS TAKEN AND THE POINT TO
021600*    RECOVER TO, BOTH IN THE JNL-DATE/JNL-TIME FORM OF THE
021700*    JOURNAL TIMESTAMP SO A ROW COMPARES AGAINST THEM WHOLE.
021800 01  WS-IMAGE-STAMP.
021900     05  WS-IMAGE-DATE         PIC 9(08)  VALUE ZERO.
022000     05  WS-IMAGE-TIME         PIC 9(08)  VALUE ZERO.
022100 01  WS-IMAGE-RUN-DATE         PIC 9(08)  VALUE ZERO.
022200 01  WS-TARGET-STAMP.
022300     05  WS-TARGET-DATE        PIC 9(08)  VALUE ZERO.
022400     05  WS-TARGET-TIME        PIC 9(08)  VALUE ZERO.
022500
022600*    IMAGE, MASTER AND SNAPSHOT TOTALS
022700 01  WS-IMAGE-COUNT            PIC 9(09)  VALUE ZERO.
022800 01  WS-IMAGE-BALANCE          PIC S9(13)V99 VALUE ZERO.
022900 01  WS-MASTER-COUNT           PIC 9(09)  VALUE ZERO.
023000 01  WS-MASTER-BALANCE         PIC S9(13)V99 VALUE ZERO.
023100 01  WS-CUSTOMERS-LOADED       PIC 9(09)  VALUE ZERO.
023200 01  WS-SNAP-DATE              PIC 9(08)  VALUE ZERO.
023300 01  WS-SNAP-COUNT             PIC 9(09)  VALUE ZERO.
023400 01  WS-SNAP-BALANCE           PIC S9(13)V99 VALUE ZERO.
023500
023600*    JOURNAL REPLAY TOTALS FOR THE REPORT TRAILER
023700 01  WS-RELEASE-SEQUENCE       PIC 9(09)  VALUE ZERO.
023800 01  WS-ROWS-PREDATING         PIC 9(09)  VALUE ZERO.
023900 01  WS-ROWS-CONSIDERED        PIC 9(09)  VALUE ZERO.
024000 01  WS-ROWS-APPLIED           PIC 9(09)  VALUE ZERO.
024100 01  WS-ROWS-ADDED             PIC 9(09)  VALUE ZERO.
024200 01  WS-ROWS-UPDATED           PIC 9(09)  VALUE ZERO.
024300 01  WS-ROWS-DELETED           PIC 9(09)  VALUE ZERO.
024400 01  WS-SKIPPED-ON-IMAGE       PIC 9(09)  VALUE ZERO.
024500 01  WS-SKIPPED-AFTER-POINT    PIC 9(09)  VALUE ZERO.
024600 01  WS-SKIPPED-DUPLICATE      PIC 9(09)  VALUE ZERO.
024700 01  WS-SKIPPED-NOT-ON-MASTER  PIC 9(09)  VALUE ZERO.
024800 01  WS-IMAGE-MISMATCHES       PIC 9(09)  VALUE ZERO.
024900
025000*    THE ROWS ALREADY APPLIED AT THE CURRENT TIMESTAMP.  UNTIL
025100*    OPERATIONS SWAPS IN THE NEW GENERATIONS, A NIGHT ARCHHIST
025200*    HAS ROLLED INTO JRNLHIST IS STILL ON JRNLFILE AND MNTJRNL
025300*    AS WELL; THE SAME ROW MET AGAIN AT THE SAME STAMP IS
025400*    SKIPPED RATHER THAN APPLIED TWICE.
025500 01  WS-SAME-STAMP-TABLE.
025600     05  WS-STAMP-ROW          PIC X(204) OCCURS 100 TIMES.
025700 01  WS-STAMP-IN-TABLE         PIC X(16)  VALUE SPACES.
025800 01  WS-STAMP-ROWS-USED        PIC S9(04) COMP VALUE ZERO.
025900 01  WS-STAMP-SUB              PIC S9(04) COMP VALUE ZERO.
026000
026100*    RUN-CONTROL CONTROLS IN THE TEMPLATE.COB STYLE, USED BY
026200*    THE IMAGE COPY ONLY.  THE IMAGE IS TAKEN OF A MASTER THE
026300*    PROOF HAS JUST PASSED, SO ITS PREDECESSOR IS RECONPRF.
026400 01  WS-RUN-CONTROL-STATUS     PIC X(02)  VALUE SPACES.
026500 01  WS-PREDECESSOR-ID         PIC X(08)  VALUE "RECONPRF".
026600 01  WS-RUN-CONTROL-EOF-SWITCH PIC X(01)  VALUE "N".
026700     88  RUN-CONTROL-EOF                  VALUE "Y".
026800     88  RUN-CONTROL-NOT-EOF              VALUE "N".
026900 01  WS-PRED-CLEAN-SWITCH      PIC X(01)  VALUE "N".
027000     88  PREDECESSOR-ENDED-CLEAN          VALUE "Y".
027100     88  PREDECESSOR-NOT-ENDED            VALUE "N".
027200 01  WS-SELF-CLEAN-SWITCH      PIC X(01)  VALUE "N".
027300     88  ALREADY-RAN-CLEAN                VALUE "Y".
027400     88  NOT-YET-RAN-CLEAN                VALUE "N".
027500*    A RUN REFUSED BY CHECK-RUN-CONTROL NEVER WROTE A STARTED
027600*    ROW AND MUST NOT WRITE AN ENDED ONE EITHER, OR A REFUSED
027700*    SECOND START WOULD OVERLAY THE CLEAN STATE OF THE RUN
027800*    THAT ALREADY HAPPENED.
027900 01  WS-START-ROW-SWITCH       PIC X(01)  VALUE "N".
028000     88  START-ROW-WRITTEN                VALUE "Y".
028100     88  START-ROW-NOT-WRITTEN            VALUE "N".
028200
028300*    SHOP MESSAGE FACILITY CONTROLS.  SERIOUS CONDITIONS GO
028400*    OUT THROUGH MSGWRITE TO THE CONSOLE AND THE DATED
028500*    MESSAGE FILE READ BY THE EXCPRPT EXCEPTION REPORT.
028600 01  WS-MESSAGE-AREA.
028700     COPY MSGCOMM.
028800 01  WS-SORT-RETURN-9          PIC 9(04)  VALUE ZERO.
028900
029000*    CENTRALIZED DATE-WINDOW/CENTURY CONTROLS
029100     COPY DATEUTIL.
029200
029300*    OUTBOUND SUBPROGRAM CALL CONTROLS
029400 01  WS-COMM-AREA.
029500     COPY COMMAREA.
029600
029700*    RUN-SUMMARY BANNER CONTROLS
029800 01  WS-RUN-START-TIME.
029900     05  WS-START-HH           PIC 99     VALUE ZERO.
030000     05  WS-START-MM           PIC 99     VALUE ZERO.
030100     05  WS-START-SS           PIC 99     VALUE ZERO.
030200     05  WS-START-HS           PIC 99     VALUE ZERO.
030300 01  WS-RUN-STOP-TIME.
030400     05  WS-STOP-HH            PIC 99     VALUE ZERO.
030500     05  WS-STOP-MM            PIC 99     VALUE ZERO.
030600     05  WS-STOP-SS            PIC 99     VALUE ZERO.
030700     05  WS-STOP-HS            PIC 99     VALUE ZERO.
030800 01  WS-RECORDS-READ           PIC 9(09)  VALUE ZERO.
030900 01  WS-RECORDS-WRITTEN        PIC 9(09)  VALUE ZERO.
031000 01  WS-RECORDS-REJECTED       PIC 9(09)  VALUE ZERO.
031100 01  WS-BANNER-LINE            PIC X(132) VALUE SPACES.
031200
031300*    IMAGE/RECOVERY REPORT LINE LAYOUTS
031400 01  WS-REPORT-HEADING-1.
031500     05  FILLER                PIC X(47)  VALUE
031600         "CUSTRCVY CUSTOMER MASTER IMAGE/RECOVERY - RUN ".
031700     05  RPT-HDG-RUN-DATE      PIC 9(08).
031800     05  FILLER                PIC X(77)  VALUE SPACES.
031900 01  WS-REPORT-HEADING-2.
032000     05  FILLER                PIC X(11)  VALUE " SOURCE".
032100     05  FILLER                PIC X(10)  VALUE "PROGRAM".
032200     05  FILLER                PIC X(09)  VALUE "JNL-DATE".
032300     05  FILLER                PIC X(10)  VALUE "JNL-TIME".
032400     05  FILLER                PIC X(22)  VALUE "RECORD KEY".
032500     05  FILLER                PIC X(14)  VALUE "ACTION".
032600     05  FILLER                PIC X(56)  VALUE "NOTE".
032700 01  WS-REPORT-DETAIL.
032800     05  FILLER                PIC X(01)  VALUE SPACE.
032900     05  RPT-SOURCE            PIC X(08).
033000     05  FILLER                PIC X(02)  VALUE SPACES.
033100     05  RPT-PROGRAM           PIC X(08).
033200     05  FILLER                PIC X(02)  VALUE SPACES.
033300     05  RPT-JNL-DATE          PIC 9(08).
033400     05  FILLER                PIC X(01)  VALUE SPACE.
033500     05  RPT-JNL-TIME          PIC 9(08).
033600     05  FILLER                PIC X(02)  VALUE SPACES.
033700     05  RPT-RECORD-KEY        PIC X(20).
033800     05  FILLER                PIC X(02)  VALUE SPACES.
033900     05  RPT-ACTION            PIC X(12).
034000     05  FILLER                PIC X(02)  VALUE SPACES.
034100     05  RPT-NOTE              PIC X(34).
034200     05  FILLER                PIC X(22)  VALUE SPACES.
034300 01  WS-TOTAL-LINE.
034400     05  FILLER                PIC X(01)  VALUE SPACE.
034500     05  RPT-TOT-LABEL         PIC X(36).
034600     05  RPT-TOT-COUNT         PIC -(08)9.
034700     05  FILLER                PIC X(02)  VALUE SPACES.
034800     05  RPT-TOT-AMOUNT        PIC -(12)9.99.
034900     05  FILLER                PIC X(68)  VALUE SPACES.
035000
035100 PROCEDURE DIVISION.
035200 PROGRAM-BEGIN.
035300    	PERFORM OPENING-PROCEDURE.
035400    	PERFORM MAIN-PROCESS.
035500    	PERFORM CLOSING-PROCEDURE.
035600    	PERFORM PROGRAM-DONE.
035700
035800 PROGRAM-EXIT.
035900    	EXIT PROGRAM.
036000
036100 PROGRAM-DONE.
036200    	MOVE WS-RETURN-CODE TO RETURN-CODE.
036300    	STOP RUN.
036400
036500 OPENING-PROCEDURE.
036600    	ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
036700    	ACCEPT WS-RUN-START-TIME FROM TIME.
036800    	PERFORM READ-PARM-RECORD.
036900    	PERFORM OPEN-REPORT-FILE.
037000    	PERFORM EDIT-PARM-FIELDS.
037100    	PERFORM WRITE-REPORT-HEADINGS.
037200    	IF PARM-CARD-INVALID
037300    	PERFORM REFUSE-THE-RUN
037400    	END-IF.
037500    	IF PARM-RECOVERY-IMAGE-COPY
037600    	PERFORM CHECK-RUN-CONTROL
037700    	PERFORM WRITE-RUN-CONTROL-START
037800    	END-IF.
037900
038000 READ-PARM-RECORD.
038100    	OPEN INPUT PARM-FILE.
038200    	MOVE "PARM-FILE" TO WS-CHECK-FILE-NAME.
038300    	MOVE WS-PARM-STATUS TO WS-CHECK-FILE-STATUS.
038400    	PERFORM FILE-STATUS-CHECK.
038500    	READ PARM-FILE.
038600    	MOVE WS-PARM-STATUS TO WS-CHECK-FILE-STATUS.
038700    	PERFORM FILE-STATUS-CHECK.
038800    	CLOSE PARM-FILE.
038900    	MOVE WS-PARM-STATUS TO WS-CHECK-FILE-STATUS.
039000    	PERFORM FILE-STATUS-CHECK.
039100
039200 OPEN-REPORT-FILE.
039300    	OPEN OUTPUT REPORT-FILE.
039400    	MOVE "REPORT-FILE" TO WS-CHECK-FILE-NAME.
039500    	MOVE WS-REPORT-STATUS TO WS-CHECK-FILE-STATUS.
039600    	PERFORM FILE-STATUS-CHECK.
039700
039800*    A RECOVERY MUST NAME EXACTLY THE POINT IT IS RECOVERING TO.
039900*    AN UNKNOWN FUNCTION OR AN UNDATED RECOVERY IS REFUSED WITH
040000*    THE DATA-ERROR RETURN CODE BEFORE THE MASTER IS OPENED.
040100 EDIT-PARM-FIELDS.
040200    	IF PARM-RUN-DATE IS NUMERIC
040300    	MOVE PARM-RUN-DATE TO WS-RUN-DATE-NUM
040400    	ELSE
040500    	MOVE WS-CURRENT-DATE TO WS-RUN-DATE-NUM
040600    	END-IF.
040700    	IF PARM-RECOVERY-FORWARD
040800    	PERFORM EDIT-RECOVERY-POINT
040900    	ELSE
041000    	IF NOT PARM-RECOVERY-IMAGE-COPY
041100    	SET PARM-CARD-INVALID TO TRUE
041200    	END-IF
041300    	END-IF.
041400    	IF PARM-CARD-INVALID
041500    	MOVE "M021" TO MSG-NUMBER
041600    	SET MSG-SEVERITY-ERROR TO TRUE
041700    	MOVE SPACES TO MSG-TEXT
041800    	STRING "PARAMETER CARD MUST NAME IMAGE, OR RECOVER AND"
041900    	    " THE JOURNAL DATE TO RECOVER TO"
042000    	    DELIMITED BY SIZE INTO MSG-TEXT
042100    	PERFORM LOG-OPERATOR-MESSAGE
042200    	MOVE "RUN REFUSED - BAD PARAMETER CARD"
042300    	    TO REPORT-RECORD
042400    	PERFORM WRITE-REPORT-LINE
042500    	END-IF.
042600
042700 EDIT-RECOVERY-POINT.
042800    	IF PARM-RECOVERY-DATE IS NUMERIC
042900    	MOVE PARM-RECOVERY-DATE TO WS-TARGET-DATE
043000    	ELSE
043100    	SET PARM-CARD-INVALID TO TRUE
043200    	END-IF.
043300    	IF PARM-RECOVERY-TIME = SPACES
043400    	MOVE 99999999 TO WS-TARGET-TIME
043500    	ELSE
043600    	IF PARM-RECOVERY-TIME IS NUMERIC
043700    	MOVE PARM-RECOVERY-TIME TO WS-TARGET-TIME
043800    	ELSE
043900    	SET PARM-CARD-INVALID TO TRUE
044000    	END-IF
044100    	END-IF.
044200
044300 WRITE-REPORT-HEADINGS.
044400    	MOVE WS-RUN-DATE-NUM TO RPT-HDG-RUN-DATE.
044500    	MOVE WS-REPORT-HEADING-1 TO REPORT-RECORD.
044600    	PERFORM WRITE-REPORT-LINE.
044700    	MOVE SPACES TO WS-BANNER-LINE.
044800    	IF PARM-RECOVERY-FORWARD
044900    	STRING "FORWARD RECOVERY TO JNL-DATE " WS-TARGET-DATE
045000    	    " JNL-TIME " WS-TARGET-TIME
045100    	    " - PROOF AGAINST CUSTSNAP FOR " WS-RUN-DATE-NUM
045200    	    DELIMITED BY SIZE INTO WS-BANNER-LINE
045300    	ELSE
045400    	MOVE "NIGHTLY IMAGE COPY OF CUSTMAST TO CUSTIMG"
045500    	    TO WS-BANNER-LINE
045600    	END-IF.
045700    	MOVE WS-BANNER-LINE TO REPORT-RECORD.
045800    	PERFORM WRITE-REPORT-LINE.
045900    	MOVE SPACES TO REPORT-RECORD.
046000    	PERFORM WRITE-REPORT-LINE.
046100
046200 MAIN-PROCESS.
046300    	IF PARM-RECOVERY-FORWARD
046400    	PERFORM RECOVER-THE-MASTER
046500    	ELSE
046600    	PERFORM IMAGE-COPY-THE-MASTER
046700    	END-IF.
046800
046900*    THE IMAGE COPY: HEADER, EVERY CUSTOMER IN KEY ORDER, THEN
047000*    THE COUNT AND BALANCE TRAILER.  THE HEADER CARRIES THE
047100*    MOMENT THIS RUN STARTED, BEFORE THE FIRST CUSTOMER WAS
047200*    READ, SO EVERY JOURNAL ROW STAMPED FROM THEN ON IS ONE A
047300*    RECOVERY FROM THIS IMAGE MUST CONSIDER.
047400 IMAGE-COPY-THE-MASTER.
047500    	OPEN OUTPUT IMAGE-FILE.
047600    	MOVE "IMAGE-FILE" TO WS-CHECK-FILE-NAME.
047700    	MOVE WS-IMAGE-STATUS TO WS-CHECK-FILE-STATUS.
047800    	PERFORM FILE-STATUS-CHECK.
047900    	MOVE SPACES TO IMAGE-RECORD.
048000    	SET CIM-HEADER-RECORD TO TRUE.
048100    	MOVE WS-RUN-DATE-NUM TO CIM-RUN-DATE.
048200    	MOVE WS-CURRENT-DATE TO CIM-IMAGE-DATE.
048300    	MOVE WS-RUN-START-TIME TO CIM-IMAGE-TIME.
048400    	PERFORM WRITE-IMAGE-RECORD.
048500    	PERFORM START-MASTER-WALK.
048600    	PERFORM UNLOAD-ONE-CUSTOMER UNTIL MASTER-EOF.
048700    	MOVE SPACES TO IMAGE-RECORD.
048800    	SET CIM-TRAILER-RECORD TO TRUE.
048900    	MOVE WS-MASTER-COUNT TO CIM-CUSTOMER-COUNT.
049000    	MOVE WS-MASTER-BALANCE TO CIM-BALANCE-TOTAL.
049100    	PERFORM WRITE-IMAGE-RECORD.
049200    	CLOSE IMAGE-FILE.
049300    	MOVE WS-IMAGE-STATUS TO WS-CHECK-FILE-STATUS.
049400    	PERFORM FILE-STATUS-CHECK.
049500    	MOVE SPACES TO WS-IMAGE-STATUS.
049600    	MOVE SPACES TO WS-BANNER-LINE.
049700    	STRING " IMAGE COPY TAKEN " WS-CURRENT-DATE
049800    	    " AT " WS-RUN-START-TIME
049900    	    " FOR RUN DATE " WS-RUN-DATE-NUM
050000    	    DELIMITED BY SIZE INTO WS-BANNER-LINE.
050100    	MOVE WS-BANNER-LINE TO REPORT-RECORD.
050200    	PERFORM WRITE-REPORT-LINE.
050300    	MOVE SPACES TO WS-TOTAL-LINE.
050400    	MOVE "CUSTOMERS UNLOADED:" TO RPT-TOT-LABEL.
050500    	MOVE WS-MASTER-COUNT TO RPT-TOT-COUNT.
050600    	MOVE WS-MASTER-BALANCE TO RPT-TOT-AMOUNT.
050700    	MOVE WS-TOTAL-LINE TO REPORT-RECORD.
050800    	PERFORM WRITE-REPORT-LINE.
050900
051000 UNLOAD-ONE-CUSTOMER.
051100    	MOVE SPACES TO IMAGE-RECORD.
051200    	SET CIM-CUSTOMER-RECORD TO TRUE.
051300    	MOVE CUST-KEY TO CIM-CUSTOMER-KEY.
051400    	MOVE CUST-DATA TO CIM-CUSTOMER-DATA.
051500    	PERFORM WRITE-IMAGE-RECORD.
051600    	PERFORM COUNT-ONE-CUSTOMER.
051700
051800 WRITE-IMAGE-RECORD.
051900    	WRITE IMAGE-RECORD.
052000    	MOVE "IMAGE-FILE" TO WS-CHECK-FILE-NAME.
052100    	MOVE WS-IMAGE-STATUS TO WS-CHECK-FILE-STATUS.
052200    	PERFORM FILE-STATUS-CHECK.
052300    	ADD 1 TO WS-RECORDS-WRITTEN.
052400
052500*    THE WHOLE MASTER IN KEY ORDER THROUGH STRT/NEXT, COUNTED
052600*    AND SUMMED AS RECONPRF COUNTS IT FOR THE SNAPSHOT.
052700 START-MASTER-WALK.
052800    	MOVE ZERO TO WS-MASTER-COUNT.
052900    	MOVE ZERO TO WS-MASTER-BALANCE.
053000    	SET MASTER-NOT-EOF TO TRUE.
053100    	MOVE "STRT" TO CA-REQUEST-CODE.
053200    	MOVE SPACES TO CA-KEY.
053300    	PERFORM CALL-CUSTOMER-SERVICE.
053400    	IF CA-STATUS-NOT-FOUND
053500    	SET MASTER-EOF TO TRUE
053600    	END-IF.
053700    	PERFORM READ-NEXT-CUSTOMER.
053800
053900 READ-NEXT-CUSTOMER.
054000    	IF MASTER-NOT-EOF
054100    	MOVE "NEXT" TO CA-REQUEST-CODE
054200    	PERFORM CALL-CUSTOMER-SERVICE
054300    	IF CA-STATUS-OK
054400    	MOVE CA-KEY TO CUST-KEY
054500    	MOVE CA-RESPONSE-DATA TO CUST-DATA
054600    	ELSE
054700    	SET MASTER-EOF TO TRUE
054800    	END-IF
054900    	END-IF.
055000
055100 COUNT-ONE-CUSTOMER.
055200    	ADD 1 TO WS-MASTER-COUNT.
055300    	ADD 1 TO WS-RECORDS-READ.
055400    	IF CUST-CURRENT-BALANCE IS NUMERIC
055500    	ADD CUST-CURRENT-BALANCE TO WS-MASTER-BALANCE
055600    	END-IF.
055700    	PERFORM READ-NEXT-CUSTOMER.
055800
055900*    FORWARD RECOVERY: PROVE THE IMAGE, MAKE SURE THERE IS NO
056000*    MASTER TO OVERLAY, RELOAD, REPLAY THE JOURNALS IN TIMESTAMP
056100*    ORDER, THEN PROVE THE RESULT AGAINST THE SNAPSHOT.
056200 RECOVER-THE-MASTER.
056300    	PERFORM PROVE-THE-IMAGE.
056400    	PERFORM CHECK-MASTER-IS-EMPTY.
056500    	PERFORM RELOAD-THE-IMAGE.
056600    	PERFORM SORT-CONTROL-STEP.
056700    	PERFORM WRITE-RECOVERY-TOTALS.
056800    	PERFORM PROVE-AGAINST-SNAPSHOT.
056900
057000*    PASS 1 OVER THE IMAGE: IT MUST OPEN ON ITS HEADER AND ITS
057100*    CUSTOMER ROWS MUST PROVE TO ITS TRAILER, OR NOTHING IS
057200*    RELOADED - A SHORT OR DAMAGED BACKUP IS NO BASE TO
057300*    RECOVER FROM.
057400 PROVE-THE-IMAGE.
057500    	PERFORM OPEN-IMAGE-INPUT.
057600    	PERFORM READ-IMAGE-RECORD.
057700    	IF IMAGE-EOF OR NOT CIM-HEADER-RECORD
057800    	MOVE "M005" TO MSG-NUMBER
057900    	SET MSG-SEVERITY-ERROR TO TRUE
058000    	MOVE "RUN REFUSED - IMAGE COPY HAS NO CONTROL HEADER"
058100    	    TO MSG-TEXT
058200    	PERFORM LOG-OPERATOR-MESSAGE
058300    	PERFORM REFUSE-THE-RUN
058400    	END-IF.
058500    	MOVE CIM-IMAGE-DATE TO WS-IMAGE-DATE.
058600    	MOVE CIM-IMAGE-TIME TO WS-IMAGE-TIME.
058700    	MOVE CIM-RUN-DATE TO WS-IMAGE-RUN-DATE.
058800    	PERFORM READ-IMAGE-RECORD.
058900    	PERFORM TALLY-ONE-IMAGE-ROW
059000    	    UNTIL IMAGE-EOF OR CIM-TRAILER-RECORD.
059100    	IF IMAGE-EOF
059200    	MOVE "M010" TO MSG-NUMBER
059300    	SET MSG-SEVERITY-ERROR TO TRUE
059400    	MOVE "OUT OF BALANCE - IMAGE COPY HAS NO TRAILER"
059500    	    TO MSG-TEXT
059600    	PERFORM LOG-OPERATOR-MESSAGE
059700    	PERFORM REFUSE-THE-RUN
059800    	END-IF.
059900    	IF CIM-CUSTOMER-COUNT NOT = WS-IMAGE-COUNT
060000    	SET IMAGE-OUT-OF-BALANCE TO TRUE
060100    	MOVE "M012" TO MSG-NUMBER
060200    	SET MSG-SEVERITY-ERROR TO TRUE
060300    	MOVE SPACES TO MSG-TEXT
060400    	STRING "OUT OF BALANCE - IMAGE TRAILER COUNT "
060500    	    CIM-CUSTOMER-COUNT " BUT READ " WS-IMAGE-COUNT
060600    	    DELIMITED BY SIZE INTO MSG-TEXT
060700    	PERFORM LOG-OPERATOR-MESSAGE
060800    	END-IF.
060900    	IF CIM-BALANCE-TOTAL NOT = WS-IMAGE-BALANCE
061000    	SET IMAGE-OUT-OF-BALANCE TO TRUE
061100    	MOVE "M013" TO MSG-NUMBER
061200    	SET MSG-SEVERITY-ERROR TO TRUE
061300    	MOVE "OUT OF BALANCE - IMAGE TRAILER BALANCE WRONG"
061400    	    TO MSG-TEXT
061500    	PERFORM LOG-OPERATOR-MESSAGE
061600    	END-IF.
061700    	MOVE SPACES TO WS-TOTAL-LINE.
061800    	MOVE "IMAGE COPY TRAILER:" TO RPT-TOT-LABEL.
061900    	MOVE CIM-CUSTOMER-COUNT TO RPT-TOT-COUNT.
062000    	MOVE CIM-BALANCE-TOTAL TO RPT-TOT-AMOUNT.
062100    	MOVE WS-TOTAL-LINE TO REPORT-RECORD.
062200    	PERFORM WRITE-REPORT-LINE.
062300    	MOVE SPACES TO WS-TOTAL-LINE.
062400    	MOVE "IMAGE COPY ROWS READ:" TO RPT-TOT-LABEL.
062500    	MOVE WS-IMAGE-COUNT TO RPT-TOT-COUNT.
062600    	MOVE WS-IMAGE-BALANCE TO RPT-TOT-AMOUNT.
062700    	MOVE WS-TOTAL-LINE TO REPORT-RECORD.
062800    	PERFORM WRITE-REPORT-LINE.
062900    	PERFORM CLOSE-IMAGE-INPUT.
063000    	MOVE SPACES TO WS-BANNER-LINE.
063100    	STRING " IMAGE COPY TAKEN " WS-IMAGE-DATE
063200    	    " AT " WS-IMAGE-TIME
063300    	    " FOR RUN DATE " WS-IMAGE-RUN-DATE
063400    	    DELIMITED BY SIZE INTO WS-BANNER-LINE.
063500    	MOVE WS-BANNER-LINE TO REPORT-RECORD.
063600    	PERFORM WRITE-REPORT-LINE.
063700    	IF IMAGE-OUT-OF-BALANCE
063800    	PERFORM REFUSE-THE-RUN
063900    	END-IF.
064000
064100 TALLY-ONE-IMAGE-ROW.
064200    	IF CIM-CUSTOMER-RECORD
064300    	ADD 1 TO WS-IMAGE-COUNT
064400    	MOVE CIM-CUSTOMER-DATA TO CUST-DATA
064500    	IF CUST-CURRENT-BALANCE IS NUMERIC
064600    	ADD CUST-CURRENT-BALANCE TO WS-IMAGE-BALANCE
064700    	END-IF
064800    	END-IF.
064900    	PERFORM READ-IMAGE-RECORD.
065000
065100 OPEN-IMAGE-INPUT.
065200    	OPEN INPUT IMAGE-FILE.
065300    	MOVE "IMAGE-FILE" TO WS-CHECK-FILE-NAME.
065400    	MOVE WS-IMAGE-STATUS TO WS-CHECK-FILE-STATUS.
065500    	PERFORM FILE-STATUS-CHECK.
065600    	SET IMAGE-NOT-EOF TO TRUE.
065700
065800 READ-IMAGE-RECORD.
065900    	READ IMAGE-FILE
066000    	AT END
066100    	SET IMAGE-EOF TO TRUE
066200    	END-READ.
066300    	IF IMAGE-NOT-EOF
066400    	ADD 1 TO WS-RECORDS-READ
066500    	MOVE "IMAGE-FILE" TO WS-CHECK-FILE-NAME
066600    	MOVE WS-IMAGE-STATUS TO WS-CHECK-FILE-STATUS
066700    	PERFORM FILE-STATUS-CHECK
066800    	END-IF.
066900
067000 CLOSE-IMAGE-INPUT.
067100    	CLOSE IMAGE-FILE.
067200    	MOVE "IMAGE-FILE" TO WS-CHECK-FILE-NAME.
067300    	MOVE WS-IMAGE-STATUS TO WS-CHECK-FILE-STATUS.
067400    	PERFORM FILE-STATUS-CHECK.
067500    	MOVE SPACES TO WS-IMAGE-STATUS.
067600
067700*    THE IMAGE IS ONLY EVER RELOADED INTO AN EMPTY MASTER.
067800*    CUSTLOOKUP CREATES A MISSING CUSTMAST EMPTY; ANY CUSTOMER
067900*    FOUND ON IT MEANS OPERATIONS HAVE NOT CLEARED THE DAMAGED
068000*    MASTER, AND THE RECOVERY IS REFUSED.
068100 CHECK-MASTER-IS-EMPTY.
068200    	MOVE "STRT" TO CA-REQUEST-CODE.
068300    	MOVE SPACES TO CA-KEY.
068400    	PERFORM CALL-CUSTOMER-SERVICE.
068500    	IF CA-STATUS-OK
068600    	MOVE "NEXT" TO CA-REQUEST-CODE
068700    	PERFORM CALL-CUSTOMER-SERVICE
068800    	IF CA-STATUS-OK
068900    	MOVE "M025" TO MSG-NUMBER
069000    	SET MSG-SEVERITY-ERROR TO TRUE
069100    	MOVE SPACES TO MSG-TEXT
069200    	STRING "RECOVERY REFUSED - CUSTMAST HOLDS KEY "
069300    	    CA-KEY
069400    	    DELIMITED BY SIZE INTO MSG-TEXT
069500    	PERFORM LOG-OPERATOR-MESSAGE
069600    	PERFORM REFUSE-THE-RUN
069700    	END-IF
069800    	END-IF.
069900
070000*    PASS 2 OVER THE IMAGE: EVERY CUSTOMER BACK ONTO THE MASTER
070100*    THROUGH CUSTLOOKUP ADD.
070200 RELOAD-THE-IMAGE.
070300    	PERFORM OPEN-IMAGE-INPUT.
070400    	PERFORM READ-IMAGE-RECORD.
070500    	PERFORM READ-IMAGE-RECORD.
070600    	PERFORM LOAD-ONE-IMAGE-ROW
070700    	    UNTIL IMAGE-EOF OR CIM-TRAILER-RECORD.
070800    	PERFORM CLOSE-IMAGE-INPUT.
070900    	MOVE SPACES TO WS-TOTAL-LINE.
071000    	MOVE "CUSTOMERS RELOADED FROM IMAGE:" TO RPT-TOT-LABEL.
071100    	MOVE WS-CUSTOMERS-LOADED TO RPT-TOT-COUNT.
071200    	MOVE WS-IMAGE-BALANCE TO RPT-TOT-AMOUNT.
071300    	MOVE WS-TOTAL-LINE TO REPORT-RECORD.
071400    	PERFORM WRITE-REPORT-LINE.
071500    	MOVE SPACES TO REPORT-RECORD.
071600    	PERFORM WRITE-REPORT-LINE.
071700
071800 LOAD-ONE-IMAGE-ROW.
071900    	IF CIM-CUSTOMER-RECORD
072000    	MOVE "ADD " TO CA-REQUEST-CODE
072100    	MOVE CIM-CUSTOMER-KEY TO CA-KEY
072200    	MOVE CIM-CUSTOMER-DATA TO CA-RESPONSE-DATA
072300    	PERFORM CALL-CUSTOMER-SERVICE
072400    	IF CA-STATUS-OK
072500    	ADD 1 TO WS-CUSTOMERS-LOADED
072600    	ADD 1 TO WS-RECORDS-WRITTEN
072700    	ELSE
072800    	ADD 1 TO WS-RECORDS-REJECTED
072900    	MOVE "M016" TO MSG-NUMBER
073000    	SET MSG-SEVERITY-ERROR TO TRUE
073100    	MOVE SPACES TO MSG-TEXT
073200    	STRING "CUSTLOOKUP REFUSED RELOAD OF DUPLICATE KEY "
073300    	    CA-KEY
073400    	    DELIMITED BY SIZE INTO MSG-TEXT
073500    	PERFORM LOG-OPERATOR-MESSAGE
073600    	IF WS-RETURN-CODE < 8
073700    	SET WS-RC-DATA-ERROR TO TRUE
073800    	END-IF
073900    	END-IF
074000    	END-IF.
074100    	PERFORM READ-IMAGE-RECORD.
074200
074300*    SORT STEP IN THE JRNLBKOU STYLE: THE INPUT PROCEDURE
074400*    RELEASES THE JOURNAL ROWS FROM THE IMAGE DATE ON, THE
074500*    ASCENDING TIMESTAMP KEY HANDS THEM BACK OLDEST FIRST, AND
074600*    THE OUTPUT PROCEDURE APPLIES OR SKIPS EACH ONE.
074700 SORT-CONTROL-STEP.
074800    	MOVE WS-REPORT-HEADING-2 TO REPORT-RECORD.
074900    	PERFORM WRITE-REPORT-LINE.
075000    	SORT SORT-WORK-FILE
075100    	    ON ASCENDING KEY SRT-JOURNAL-STAMP SRT-SEQUENCE
075200    	    INPUT PROCEDURE IS SORT-RELEASE-RECORDS
075300    	    OUTPUT PROCEDURE IS SORT-RETURN-RECORDS.
075400    	IF SORT-RETURN NOT = ZERO
075500    	MOVE SORT-RETURN TO WS-SORT-RETURN-9
075600    	MOVE "M017" TO MSG-NUMBER
075700    	SET MSG-SEVERITY-FATAL TO TRUE
075800    	MOVE SPACES TO MSG-TEXT
075900    	STRING "SORT FAILED - SORT-RETURN = "
076000    	    WS-SORT-RETURN-9
076100    	    DELIMITED BY SIZE INTO MSG-TEXT
076200    	PERFORM LOG-OPERATOR-MESSAGE
076300    	SET WS-RC-DATA-ERROR TO TRUE
076400    	SET ABEND-OCCURRED TO TRUE
076500    	PERFORM CLOSING-PROCEDURE
076600    	PERFORM PROGRAM-DONE
076700    	END-IF.
076800
076900*    HISTORY FIRST, THEN THE POSTING JOURNAL, THEN THE
077000*    MAINTENANCE JOURNAL.  ANY OF THE THREE MAY BE ABSENT - NO
077100*    HISTORY YET, OR NOTHING RUN SINCE THE LAST OPERATIONS SWAP.
077200 SORT-RELEASE-RECORDS.
077300    	OPEN INPUT JOURNAL-HISTORY-FILE.
077400    	IF WS-JRNL-HIST-STATUS = "35"
077500    	SET JRNL-HIST-EOF TO TRUE
077600    	ELSE
077700    	MOVE "JOURNAL-HISTORY-FILE" TO WS-CHECK-FILE-NAME
077800    	MOVE WS-JRNL-HIST-STATUS TO WS-CHECK-FILE-STATUS
077900    	PERFORM FILE-STATUS-CHECK
078000    	PERFORM READ-JOURNAL-HISTORY
078100    	PERFORM RELEASE-HISTORY-ROW UNTIL JRNL-HIST-EOF
078200    	END-IF.
078300    	OPEN INPUT JOURNAL-FILE.
078400    	IF WS-JOURNAL-STATUS = "35"
078500    	SET JOURNAL-EOF TO TRUE
078600    	ELSE
078700    	MOVE "JOURNAL-FILE" TO WS-CHECK-FILE-NAME
078800    	MOVE WS-JOURNAL-STATUS TO WS-CHECK-FILE-STATUS
078900    	PERFORM FILE-STATUS-CHECK
079000    	PERFORM READ-JOURNAL-RECORD
079100    	PERFORM RELEASE-JOURNAL-ROW UNTIL JOURNAL-EOF
079200    	END-IF.
079300    	OPEN INPUT MAINT-JOURNAL-FILE.
079400    	IF WS-MAINT-JRNL-STATUS = "35"
079500    	SET MAINT-JRNL-EOF TO TRUE
079600    	ELSE
079700    	MOVE "MAINT-JOURNAL-FILE" TO WS-CHECK-FILE-NAME
079800    	MOVE WS-MAINT-JRNL-STATUS TO WS-CHECK-FILE-STATUS
079900    	PERFORM FILE-STATUS-CHECK
080000    	PERFORM READ-MAINT-JOURNAL
080100    	PERFORM RELEASE-MAINT-ROW UNTIL MAINT-JRNL-EOF
080200    	END-IF.
080300
080400 READ-JOURNAL-HISTORY.
080500    	READ JOURNAL-HISTORY-FILE
080600    	AT END
080700    	SET JRNL-HIST-EOF TO TRUE
080800    	END-READ.
080900    	IF JRNL-HIST-NOT-EOF
081000    	MOVE "JOURNAL-HISTORY-FILE" TO WS-CHECK-FILE-NAME
081100    	MOVE WS-JRNL-HIST-STATUS TO WS-CHECK-FILE-STATUS
081200    	PERFORM FILE-STATUS-CHECK
081300    	MOVE JOURNAL-HISTORY-RECORD TO WS-JOURNAL-WORK
081400    	MOVE "JRNLHIST" TO WS-JOURNAL-SOURCE
081500    	END-IF.
081600
081700 READ-JOURNAL-RECORD.
081800    	READ JOURNAL-FILE
081900    	AT END
082000    	SET JOURNAL-EOF TO TRUE
082100    	END-READ.
082200    	IF JOURNAL-NOT-EOF
082300    	MOVE "JOURNAL-FILE" TO WS-CHECK-FILE-NAME
082400    	MOVE WS-JOURNAL-STATUS TO WS-CHECK-FILE-STATUS
082500    	PERFORM FILE-STATUS-CHECK
082600    	MOVE JOURNAL-INPUT-RECORD TO WS-JOURNAL-WORK
082700    	MOVE "JRNLFILE" TO WS-JOURNAL-SOURCE
082800    	END-IF.
082900
083000 READ-MAINT-JOURNAL.
083100    	READ MAINT-JOURNAL-FILE
083200    	AT END
083300    	SET MAINT-JRNL-EOF TO TRUE
083400    	END-READ.
083500    	IF MAINT-JRNL-NOT-EOF
083600    	MOVE "MAINT-JOURNAL-FILE" TO WS-CHECK-FILE-NAME
083700    	MOVE WS-MAINT-JRNL-STATUS TO WS-CHECK-FILE-STATUS
083800    	PERFORM FILE-STATUS-CHECK
083900    	MOVE MAINT-JOURNAL-RECORD TO WS-JOURNAL-WORK
084000    	MOVE "MNTJRNL" TO WS-JOURNAL-SOURCE
084100    	END-IF.
084200
084300 RELEASE-HISTORY-ROW.
084400    	PERFORM RELEASE-IF-CURRENT.
084500    	PERFORM READ-JOURNAL-HISTORY.
084600
084700 RELEASE-JOURNAL-ROW.
084800    	PERFORM RELEASE-IF-CURRENT.
084900    	PERFORM READ-JOURNAL-RECORD.
085000
085100 RELEASE-MAINT-ROW.
085200    	PERFORM RELEASE-IF-CURRENT.
085300    	PERFORM READ-MAINT-JOURNAL.
085400
085500*    A ROW DATED BEFORE THE DAY THE IMAGE WAS TAKEN IS ON THE
085600*    IMAGE BY DEFINITION; IT IS COUNTED BUT NOT LISTED, OR A
085700*    RECOVERY WOULD PRINT THE WHOLE RETENTION PERIOD OF HISTORY.
085800 RELEASE-IF-CURRENT.
085900    	ADD 1 TO WS-RECORDS-READ.
086000    	IF JNL-DATE < WS-IMAGE-DATE
086100    	ADD 1 TO WS-ROWS-PREDATING
086200    	ELSE
086300    	ADD 1 TO WS-RELEASE-SEQUENCE
086400    	MOVE JNL-TIMESTAMP TO SRT-JOURNAL-STAMP
086500    	MOVE WS-RELEASE-SEQUENCE TO SRT-SEQUENCE
086600    	MOVE WS-JOURNAL-SOURCE TO SRT-SOURCE
086700    	MOVE WS-JOURNAL-WORK TO SRT-JOURNAL-IMAGE
086800    	RELEASE SORT-WORK-RECORD
086900    	END-IF.
087000
087100 SORT-RETURN-RECORDS.
087200    	PERFORM RETURN-SORTED-ROW.
087300    	PERFORM APPLY-ONE-JOURNAL-ROW UNTIL SORT-EOF.
087400
087500 RETURN-SORTED-ROW.
087600    	RETURN SORT-WORK-FILE
087700    	AT END
087800    	SET SORT-EOF TO TRUE
087900    	END-RETURN.
088000
088100*    ONE JOURNAL ROW, OLDEST FIRST: SKIPPED WHEN IT IS ALREADY
088200*    ON THE IMAGE, WHEN IT IS PAST THE RECOVERY POINT, OR WHEN
088300*    THE SAME ROW WAS JUST APPLIED FROM ANOTHER JOURNAL;
088400*    OTHERWISE ITS AFTER-IMAGE IS APPLIED.  EVERY ROW IS LISTED.
088500 APPLY-ONE-JOURNAL-ROW.
088600    	MOVE SRT-JOURNAL-IMAGE TO WS-JOURNAL-WORK.
088700    	MOVE SPACES TO WS-REPORT-DETAIL.
088800    	ADD 1 TO WS-ROWS-CONSIDERED.
088900    	IF JNL-TIMESTAMP < WS-IMAGE-STAMP
089000    	ADD 1 TO WS-SKIPPED-ON-IMAGE
089100    	MOVE "SKIPPED" TO RPT-ACTION
089200    	MOVE "ALREADY ON THE IMAGE COPY" TO RPT-NOTE
089300    	ELSE
089400    	IF JNL-TIMESTAMP > WS-TARGET-STAMP
089500    	ADD 1 TO WS-SKIPPED-AFTER-POINT
089600    	MOVE "SKIPPED" TO RPT-ACTION
089700    	MOVE "AFTER THE RECOVERY POINT" TO RPT-NOTE
089800    	ELSE
089900    	PERFORM CHECK-FOR-DUPLICATE-ROW
090000    	IF DUPLICATE-ROW
090100    	ADD 1 TO WS-SKIPPED-DUPLICATE
090200    	MOVE "SKIPPED" TO RPT-ACTION
090300    	MOVE "DUPLICATE OF A ROW ALREADY APPLIED" TO RPT-NOTE
090400    	ELSE
090500    	PERFORM APPLY-AFTER-IMAGE
090600    	END-IF
090700    	END-IF
090800    	END-IF.
090900    	PERFORM WRITE-APPLY-DETAIL.
091000    	PERFORM RETURN-SORTED-ROW.
091100
091200 CHECK-FOR-DUPLICATE-ROW.
091300    	SET NOT-DUPLICATE-ROW TO TRUE.
091400    	IF JNL-TIMESTAMP NOT = WS-STAMP-IN-TABLE
091500    	MOVE JNL-TIMESTAMP TO WS-STAMP-IN-TABLE
091600    	MOVE ZERO TO WS-STAMP-ROWS-USED
091700    	END-IF.
091800    	MOVE 1 TO WS-STAMP-SUB.
091900    	PERFORM CHECK-ONE-STAMP-ROW
092000    	    UNTIL DUPLICATE-ROW OR
092100    	          WS-STAMP-SUB > WS-STAMP-ROWS-USED.
092200    	IF NOT-DUPLICATE-ROW AND
092300    	   WS-STAMP-ROWS-USED < 100
092400    	ADD 1 TO WS-STAMP-ROWS-USED
092500    	MOVE WS-JOURNAL-WORK TO WS-STAMP-ROW(WS-STAMP-ROWS-USED)
092600    	END-IF.
092700
092800 CHECK-ONE-STAMP-ROW.
092900    	IF WS-STAMP-ROW(WS-STAMP-SUB) = WS-JOURNAL-WORK
093000    	SET DUPLICATE-ROW TO TRUE
093100    	END-IF.
093200    	ADD 1 TO WS-STAMP-SUB.
093300
093400*    THE AFTER-IMAGE IS APPLIED AGAINST WHATEVER THE REBUILT
093500*    MASTER NOW HOLDS FOR THE KEY: A DELETE REMOVES IT, ANY
093600*    OTHER ROW WRITES THE AFTER-IMAGE OVER IT OR ADDS IT.
093700 APPLY-AFTER-IMAGE.
093800    	MOVE "LKUP" TO CA-REQUEST-CODE.
093900    	MOVE JNL-RECORD-KEY TO CA-KEY.
094000    	PERFORM CALL-CUSTOMER-SERVICE.
094100    	IF CA-STATUS-OK
094200    	SET ROW-KEY-ON-MASTER TO TRUE
094300    	MOVE CA-RESPONSE-DATA TO WS-CURRENT-IMAGE
094400    	ELSE
094500    	SET ROW-KEY-NOT-ON-MASTER TO TRUE
094600    	MOVE SPACES TO WS-CURRENT-IMAGE
094700    	END-IF.
094800    	IF JNL-AFTER-IMAGE = SPACES
094900    	PERFORM APPLY-A-DELETE
095000    	ELSE
095100    	IF ROW-KEY-ON-MASTER
095200    	PERFORM APPLY-AN-UPDATE
095300    	ELSE
095400    	PERFORM APPLY-AN-ADD
095500    	END-IF
095600    	END-IF.
095700
095800 APPLY-A-DELETE.
095900    	IF ROW-KEY-NOT-ON-MASTER
096000    	ADD 1 TO WS-SKIPPED-NOT-ON-MASTER
096100    	MOVE "SKIPPED" TO RPT-ACTION
096200    	MOVE "DELETE - KEY NOT ON MASTER" TO RPT-NOTE
096300    	IF WS-RETURN-CODE < 4
096400    	SET WS-RC-WARNING TO TRUE
096500    	END-IF
096600    	ELSE
096700    	MOVE "DELT" TO CA-REQUEST-CODE
096800    	PERFORM CALL-CUSTOMER-SERVICE
096900    	ADD 1 TO WS-ROWS-DELETED
097000    	MOVE "DELETED" TO RPT-ACTION
097100    	PERFORM CHECK-BEFORE-IMAGE
097200    	END-IF.
097300
097400 APPLY-AN-UPDATE.
097500    	MOVE "UPDT" TO CA-REQUEST-CODE.
097600    	MOVE JNL-AFTER-IMAGE TO CA-RESPONSE-DATA.
097700    	PERFORM CALL-CUSTOMER-SERVICE.
097800    	ADD 1 TO WS-ROWS-UPDATED.
097900    	MOVE "UPDATED" TO RPT-ACTION.
098000    	PERFORM CHECK-BEFORE-IMAGE.
098100
098200 APPLY-AN-ADD.
098300    	MOVE "ADD " TO CA-REQUEST-CODE.
098400    	MOVE JNL-AFTER-IMAGE TO CA-RESPONSE-DATA.
098500    	PERFORM CALL-CUSTOMER-SERVICE.
098600    	ADD 1 TO WS-ROWS-ADDED.
098700    	MOVE "ADDED" TO RPT-ACTION.
098800    	PERFORM CHECK-BEFORE-IMAGE.
098900
099000*    THE ROW'S BEFORE-IMAGE SHOULD BE EXACTLY WHAT THE REBUILT
099100*    MASTER HELD (SPACES FOR AN ADD).  WHEN IT IS NOT, A CHANGE
099200*    IS MISSING FROM THE JOURNALS BEING REPLAYED; THE AFTER-
099300*    IMAGE STILL WINS, BUT THE ROW IS FLAGGED AND THE RUN ENDS
099400*    WARNING.
099500 CHECK-BEFORE-IMAGE.
099600    	ADD 1 TO WS-ROWS-APPLIED.
099700    	IF JNL-BEFORE-IMAGE NOT = WS-CURRENT-IMAGE
099800    	ADD 1 TO WS-IMAGE-MISMATCHES
099900    	MOVE "BEFORE IMAGE NOT AS ON MASTER" TO RPT-NOTE
100000    	IF WS-RETURN-CODE < 4
100100    	SET WS-RC-WARNING TO TRUE
100200    	END-IF
100300    	END-IF.
100400
100500 WRITE-APPLY-DETAIL.
100600    	MOVE SRT-SOURCE TO RPT-SOURCE.
100700    	MOVE JNL-PROGRAM-ID TO RPT-PROGRAM.
100800    	MOVE JNL-DATE TO RPT-JNL-DATE.
100900    	MOVE JNL-TIME TO RPT-JNL-TIME.
101000    	MOVE JNL-RECORD-KEY TO RPT-RECORD-KEY.
101100    	MOVE WS-REPORT-DETAIL TO REPORT-RECORD.
101200    	PERFORM WRITE-REPORT-LINE.
101300
101400 WRITE-RECOVERY-TOTALS.
101500    	MOVE SPACES TO REPORT-RECORD.
101600    	PERFORM WRITE-REPORT-LINE.
101700    	MOVE SPACES TO WS-BANNER-LINE.
101800    	STRING " JOURNAL ROWS LISTED: " WS-ROWS-CONSIDERED
101900    	    "   DATED BEFORE THE IMAGE (NOT LISTED): "
102000    	    WS-ROWS-PREDATING
102100    	    DELIMITED BY SIZE INTO WS-BANNER-LINE.
102200    	MOVE WS-BANNER-LINE TO REPORT-RECORD.
102300    	PERFORM WRITE-REPORT-LINE.
102400    	MOVE SPACES TO WS-BANNER-LINE.
102500    	STRING " APPLIED: " WS-ROWS-APPLIED
102600    	    "   ADDED: " WS-ROWS-ADDED
102700    	    "   UPDATED: " WS-ROWS-UPDATED
102800    	    "   DELETED: " WS-ROWS-DELETED
102900    	    DELIMITED BY SIZE INTO WS-BANNER-LINE.
103000    	MOVE WS-BANNER-LINE TO REPORT-RECORD.
103100    	PERFORM WRITE-REPORT-LINE.
103200    	MOVE SPACES TO WS-BANNER-LINE.
103300    	STRING " SKIPPED - ON IMAGE: " WS-SKIPPED-ON-IMAGE
103400    	    "   AFTER POINT: " WS-SKIPPED-AFTER-POINT
103500    	    "   DUPLICATE: " WS-SKIPPED-DUPLICATE
103600    	    "   NOT ON MASTER: " WS-SKIPPED-NOT-ON-MASTER
103700    	    DELIMITED BY SIZE INTO WS-BANNER-LINE.
103800    	MOVE WS-BANNER-LINE TO REPORT-RECORD.
103900    	PERFORM WRITE-REPORT-LINE.
104000    	MOVE SPACES TO WS-BANNER-LINE.
104100    	STRING " BEFORE-IMAGE MISMATCHES: " WS-IMAGE-MISMATCHES
104200    	    DELIMITED BY SIZE INTO WS-BANNER-LINE.
104300    	MOVE WS-BANNER-LINE TO REPORT-RECORD.
104400    	PERFORM WRITE-REPORT-LINE.
104500    	MOVE SPACES TO REPORT-RECORD.
104600    	PERFORM WRITE-REPORT-LINE.
104700
104800*    THE PROOF: THE REBUILT MASTER, COUNTED AND SUMMED THE WAY
104900*    RECONPRF COUNTS IT, MUST EQUAL THE SNAPSHOT RECONPRF CUT
105000*    FOR PARM-RUN-DATE.  NO SNAPSHOT FOR THAT DATE LEAVES THE
105100*    MASTER UNPROVEN AND THE RUN ENDS WARNING.
105200 PROVE-AGAINST-SNAPSHOT.
105300    	PERFORM START-MASTER-WALK.
105400    	PERFORM COUNT-ONE-CUSTOMER UNTIL MASTER-EOF.
105500    	OPEN INPUT SNAPSHOT-FILE.
105600    	IF WS-SNAPSHOT-STATUS NOT = "35"
105700    	MOVE "SNAPSHOT-FILE" TO WS-CHECK-FILE-NAME
105800    	MOVE WS-SNAPSHOT-STATUS TO WS-CHECK-FILE-STATUS
105900    	PERFORM FILE-STATUS-CHECK
106000    	READ SNAPSHOT-FILE
106100    	AT END
106200    	SET NO-SNAPSHOT-PRESENT TO TRUE
106300    	NOT AT END
106400    	SET SNAPSHOT-PRESENT TO TRUE
106500    	MOVE SNP-SNAPSHOT-DATE TO WS-SNAP-DATE
106600    	MOVE SNP-CUSTOMER-COUNT TO WS-SNAP-COUNT
106700    	MOVE SNP-BALANCE-TOTAL TO WS-SNAP-BALANCE
106800    	END-READ
106900    	CLOSE SNAPSHOT-FILE
107000    	MOVE WS-SNAPSHOT-STATUS TO WS-CHECK-FILE-STATUS
107100    	PERFORM FILE-STATUS-CHECK
107200    	END-IF.
107300    	MOVE SPACES TO WS-SNAPSHOT-STATUS.
107400    	IF SNAPSHOT-PRESENT AND
107500    	   WS-SNAP-DATE NOT = WS-RUN-DATE-NUM
107600    	SET NO-SNAPSHOT-PRESENT TO TRUE
107700    	END-IF.
107800    	IF SNAPSHOT-PRESENT
107900    	MOVE SPACES TO WS-TOTAL-LINE
108000    	MOVE "CUSTSNAP SNAPSHOT:" TO RPT-TOT-LABEL
108100    	MOVE WS-SNAP-COUNT TO RPT-TOT-COUNT
108200    	MOVE WS-SNAP-BALANCE TO RPT-TOT-AMOUNT
108300    	MOVE WS-TOTAL-LINE TO REPORT-RECORD
108400    	PERFORM WRITE-REPORT-LINE
108500    	END-IF.
108600    	MOVE SPACES TO WS-TOTAL-LINE.
108700    	MOVE "REBUILT MASTER:" TO RPT-TOT-LABEL.
108800    	MOVE WS-MASTER-COUNT TO RPT-TOT-COUNT.
108900    	MOVE WS-MASTER-BALANCE TO RPT-TOT-AMOUNT.
109000    	MOVE WS-TOTAL-LINE TO REPORT-RECORD.
109100    	PERFORM WRITE-REPORT-LINE.
109200    	MOVE SPACES TO WS-BANNER-LINE.
109300    	IF NO-SNAPSHOT-PRESENT
109400    	STRING " NO CUSTSNAP FOR RUN DATE " WS-RUN-DATE-NUM
109500    	    " - REBUILT MASTER NOT PROVEN"
109600    	    DELIMITED BY SIZE INTO WS-BANNER-LINE
109700    	IF WS-RETURN-CODE < 4
109800    	SET WS-RC-WARNING TO TRUE
109900    	END-IF
110000    	ELSE
110100    	IF WS-SNAP-COUNT = WS-MASTER-COUNT AND
110200    	   WS-SNAP-BALANCE = WS-MASTER-BALANCE
110300    	STRING " REBUILT MASTER IN PROOF WITH CUSTSNAP FOR "
110400    	    WS-RUN-DATE-NUM
110500    	    DELIMITED BY SIZE INTO WS-BANNER-LINE
110600    	ELSE
110700    	STRING " REBUILT MASTER OUT OF PROOF WITH CUSTSNAP FOR "
110800    	    WS-RUN-DATE-NUM
110900    	    DELIMITED BY SIZE INTO WS-BANNER-LINE
111000    	MOVE "M019" TO MSG-NUMBER
111100    	SET MSG-SEVERITY-ERROR TO TRUE
111200    	MOVE SPACES TO MSG-TEXT
111300    	STRING "OUT OF PROOF - RECOVERED CUSTMAST NOT AS"
111400    	    " CUSTSNAP FOR " WS-RUN-DATE-NUM
111500    	    DELIMITED BY SIZE INTO MSG-TEXT
111600    	PERFORM LOG-OPERATOR-MESSAGE
111700    	IF WS-RETURN-CODE < 8
111800    	SET WS-RC-DATA-ERROR TO TRUE
111900    	END-IF
112000    	END-IF
112100    	END-IF.
112200    	MOVE WS-BANNER-LINE TO REPORT-RECORD.
112300    	PERFORM WRITE-REPORT-LINE.
112400
112500*    A FAILED SERVICE CALL LEAVES THE IMAGE OR THE REBUILT
112600*    MASTER INCOMPLETE, SO THE RUN STOPS THERE.
112700 CALL-CUSTOMER-SERVICE.
112800    	CALL "CUSTLOOKUP" USING WS-COMM-AREA.
112900    	IF CA-STATUS-ERROR
113000    	MOVE "M016" TO MSG-NUMBER
113100    	SET MSG-SEVERITY-ERROR TO TRUE
113200    	MOVE SPACES TO MSG-TEXT
113300    	STRING "CUSTLOOKUP FAILED FOR KEY " CA-KEY
113400    	    DELIMITED BY SIZE INTO MSG-TEXT
113500    	PERFORM LOG-OPERATOR-MESSAGE
113600    	PERFORM REFUSE-THE-RUN
113700    	END-IF.
113800
113900 WRITE-REPORT-LINE.
114000    	WRITE REPORT-RECORD.
114100    	MOVE "REPORT-FILE" TO WS-CHECK-FILE-NAME.
114200    	MOVE WS-REPORT-STATUS TO WS-CHECK-FILE-STATUS.
114300    	PERFORM FILE-STATUS-CHECK.
114400
114500 CLOSING-PROCEDURE.
114600    	SET CLOSING-IN-PROGRESS TO TRUE.
114700    	PERFORM WRITE-RUN-SUMMARY.
114800    	PERFORM CLOSE-ALL-FILES.
114900    	PERFORM WRITE-RUN-CONTROL-STOP.
115000
115100*    STANDARD END-OF-JOB BANNER IN THE TEMPLATE.COB STYLE,
115200*    APPENDED TO THE IMAGE/RECOVERY REPORT ON REPTFILE.
115300 WRITE-RUN-SUMMARY.
115400    	ACCEPT WS-RUN-STOP-TIME FROM TIME.
115500    	MOVE SPACES TO REPORT-RECORD.
115600    	PERFORM WRITE-REPORT-LINE.
115700    	MOVE SPACES TO WS-BANNER-LINE.
115800    	STRING "RUN SUMMARY FOR PROGRAM: " WS-WORK-PROGRAM-ID
115900    	    DELIMITED BY SIZE INTO WS-BANNER-LINE.
116000    	MOVE WS-BANNER-LINE TO REPORT-RECORD.
116100    	PERFORM WRITE-REPORT-LINE.
116200    	MOVE SPACES TO WS-BANNER-LINE.
116300    	STRING "RUN DATE: " WS-CURRENT-DATE
116400    	    "   START: " WS-START-HH ":" WS-START-MM ":"
116500    	    WS-START-SS
116600    	    "   STOP: "  WS-STOP-HH ":" WS-STOP-MM ":"
116700    	    WS-STOP-SS
116800    	    DELIMITED BY SIZE INTO WS-BANNER-LINE.
116900    	MOVE WS-BANNER-LINE TO REPORT-RECORD.
117000    	PERFORM WRITE-REPORT-LINE.
117100    	MOVE SPACES TO WS-BANNER-LINE.
117200    	STRING "RECORDS READ: " WS-RECORDS-READ
117300    	    "   WRITTEN: " WS-RECORDS-WRITTEN
117400    	    "   REJECTED: " WS-RECORDS-REJECTED
117500    	    DELIMITED BY SIZE INTO WS-BANNER-LINE.
117600    	MOVE WS-BANNER-LINE TO REPORT-RECORD.
117700    	PERFORM WRITE-REPORT-LINE.
117800
117900 CLOSE-ALL-FILES.
118000    	IF WS-IMAGE-STATUS NOT = SPACES
118100    	CLOSE IMAGE-FILE
118200    	END-IF.
118300    	IF WS-JRNL-HIST-STATUS NOT = "35" AND
118400    	   WS-JRNL-HIST-STATUS NOT = SPACES
118500    	CLOSE JOURNAL-HISTORY-FILE
118600    	END-IF.
118700    	IF WS-JOURNAL-STATUS NOT = "35" AND
118800    	   WS-JOURNAL-STATUS NOT = SPACES
118900    	CLOSE JOURNAL-FILE
119000    	END-IF.
119100    	IF WS-MAINT-JRNL-STATUS NOT = "35" AND
119200    	   WS-MAINT-JRNL-STATUS NOT = SPACES
119300    	CLOSE MAINT-JOURNAL-FILE
119400    	END-IF.
119500    	MOVE "CLOS" TO CA-REQUEST-CODE.
119600    	CALL "CUSTLOOKUP" USING WS-COMM-AREA.
119700    	IF WS-REPORT-STATUS NOT = SPACES
119800    	CLOSE REPORT-FILE
119900    	MOVE "REPORT-FILE" TO WS-CHECK-FILE-NAME
120000    	MOVE WS-REPORT-STATUS TO WS-CHECK-FILE-STATUS
120100    	PERFORM FILE-STATUS-CHECK
120200    	END-IF.
120300
120400*    JOB-STREAM SEQUENCE ENFORCEMENT IN THE TEMPLATE.COB
120500*    STYLE, FOR THE NIGHTLY IMAGE COPY: THE RUN IS REFUSED
120600*    WHEN RECONPRF HAS NOT ENDED CLEAN FOR THE RUN DATE - AN
120700*    IMAGE OF AN UNPROVEN MASTER IS NO BASE TO RECOVER FROM -
120800*    OR WHEN THIS JOB ALREADY RAN CLEAN THAT NIGHT.
120900 CHECK-RUN-CONTROL.
121000    	OPEN INPUT RUN-CONTROL-FILE.
121100    	IF WS-RUN-CONTROL-STATUS = "35"
121200    	SET RUN-CONTROL-EOF TO TRUE
121300    	ELSE
121400    	MOVE "RUN-CONTROL-FILE" TO WS-CHECK-FILE-NAME
121500    	MOVE WS-RUN-CONTROL-STATUS TO WS-CHECK-FILE-STATUS
121600    	PERFORM FILE-STATUS-CHECK
121700    	PERFORM READ-RUN-CONTROL-RECORD
121800    	PERFORM SCAN-RUN-CONTROL-ROW UNTIL RUN-CONTROL-EOF
121900    	CLOSE RUN-CONTROL-FILE
122000    	MOVE WS-RUN-CONTROL-STATUS TO WS-CHECK-FILE-STATUS
122100    	PERFORM FILE-STATUS-CHECK
122200    	END-IF.
122300    	IF WS-PREDECESSOR-ID NOT = SPACES AND
122400    	   PREDECESSOR-NOT-ENDED
122500    	MOVE "M008" TO MSG-NUMBER
122600    	SET MSG-SEVERITY-ERROR TO TRUE
122700    	MOVE SPACES TO MSG-TEXT
122800    	STRING "RUN REFUSED - PREDECESSOR "
122900    	    WS-PREDECESSOR-ID " HAS NOT ENDED CLEAN FOR "
123000    	    WS-RUN-DATE-NUM
123100    	    DELIMITED BY SIZE INTO MSG-TEXT
123200    	PERFORM LOG-OPERATOR-MESSAGE
123300    	PERFORM REFUSE-THE-RUN
123400    	END-IF.
123500    	IF ALREADY-RAN-CLEAN
123600    	MOVE "M009" TO MSG-NUMBER
123700    	SET MSG-SEVERITY-ERROR TO TRUE
123800    	MOVE SPACES TO MSG-TEXT
123900    	STRING "RUN REFUSED - " WS-WORK-PROGRAM-ID
124000    	    " ALREADY RAN CLEAN FOR " WS-RUN-DATE-NUM
124100    	    DELIMITED BY SIZE INTO MSG-TEXT
124200    	PERFORM LOG-OPERATOR-MESSAGE
124300    	PERFORM REFUSE-THE-RUN
124400    	END-IF.
124500
124600 READ-RUN-CONTROL-RECORD.
124700    	READ RUN-CONTROL-FILE
124800    	AT END
124900    	SET RUN-CONTROL-EOF TO TRUE
125000    	END-READ.
125100    	IF RUN-CONTROL-NOT-EOF
125200    	MOVE "RUN-CONTROL-FILE" TO WS-CHECK-FILE-NAME
125300    	MOVE WS-RUN-CONTROL-STATUS TO WS-CHECK-FILE-STATUS
125400    	PERFORM FILE-STATUS-CHECK
125500    	END-IF.
125600
125700 SCAN-RUN-CONTROL-ROW.
125800    	IF RC-RUN-DATE = WS-RUN-DATE-NUM AND
125900    	   RC-STATUS-ENDED AND RC-RETURN-CODE < 8
126000    	IF RC-PROGRAM-ID = WS-PREDECESSOR-ID
126100    	SET PREDECESSOR-ENDED-CLEAN TO TRUE
126200    	END-IF
126300    	IF RC-PROGRAM-ID = WS-WORK-PROGRAM-ID
126400    	SET ALREADY-RAN-CLEAN TO TRUE
126500    	END-IF
126600    	END-IF.
126700    	PERFORM READ-RUN-CONTROL-RECORD.
126800
126900 WRITE-RUN-CONTROL-START.
127000    	OPEN EXTEND RUN-CONTROL-FILE.
127100    	IF WS-RUN-CONTROL-STATUS = "35"
127200    	OPEN OUTPUT RUN-CONTROL-FILE
127300    	END-IF.
127400    	MOVE "RUN-CONTROL-FILE" TO WS-CHECK-FILE-NAME.
127500    	MOVE WS-RUN-CONTROL-STATUS TO WS-CHECK-FILE-STATUS.
127600    	PERFORM FILE-STATUS-CHECK.
127700    	MOVE WS-WORK-PROGRAM-ID TO RC-PROGRAM-ID.
127800    	MOVE WS-RUN-DATE-NUM TO RC-RUN-DATE.
127900    	MOVE WS-RUN-START-TIME TO RC-START-TIME.
128000    	MOVE ZERO TO RC-STOP-TIME.
128100    	MOVE ZERO TO RC-RETURN-CODE.
128200    	SET RC-STATUS-STARTED TO TRUE.
128300    	WRITE RUN-CONTROL-RECORD.
128400    	MOVE WS-RUN-CONTROL-STATUS TO WS-CHECK-FILE-STATUS.
128500    	PERFORM FILE-STATUS-CHECK.
128600    	CLOSE RUN-CONTROL-FILE.
128700    	MOVE WS-RUN-CONTROL-STATUS TO WS-CHECK-FILE-STATUS.
128800    	PERFORM FILE-STATUS-CHECK.
128900    	SET START-ROW-WRITTEN TO TRUE.
129000
129100 WRITE-RUN-CONTROL-STOP.
129200    	IF START-ROW-WRITTEN
129300    	OPEN EXTEND RUN-CONTROL-FILE
129400    	IF WS-RUN-CONTROL-STATUS = "35"
129500    	OPEN OUTPUT RUN-CONTROL-FILE
129600    	END-IF
129700    	MOVE "RUN-CONTROL-FILE" TO WS-CHECK-FILE-NAME
129800    	MOVE WS-RUN-CONTROL-STATUS TO WS-CHECK-FILE-STATUS
129900    	PERFORM FILE-STATUS-CHECK
130000    	MOVE WS-WORK-PROGRAM-ID TO RC-PROGRAM-ID
130100    	MOVE WS-RUN-DATE-NUM TO RC-RUN-DATE
130200    	MOVE WS-RUN-START-TIME TO RC-START-TIME
130300    	MOVE WS-RUN-STOP-TIME TO RC-STOP-TIME
130400    	MOVE WS-RETURN-CODE TO RC-RETURN-CODE
130500    	SET RC-STATUS-ENDED TO TRUE
130600    	WRITE RUN-CONTROL-RECORD
130700    	MOVE WS-RUN-CONTROL-STATUS TO WS-CHECK-FILE-STATUS
130800    	PERFORM FILE-STATUS-CHECK
130900    	CLOSE RUN-CONTROL-FILE
131000    	MOVE WS-RUN-CONTROL-STATUS TO WS-CHECK-FILE-STATUS
131100    	PERFORM FILE-STATUS-CHECK
131200    	END-IF.
131300
131400*    CONTROLLED REFUSAL IN THE TEMPLATE.COB STYLE: NOT AN
131500*    ABEND - THE REPORT AND RUN SUMMARY STILL PRINT, AND THE
131600*    DATA-ERROR RETURN CODE STOPS THE JOB HERE.
131700 REFUSE-THE-RUN.
131800    	SET WS-RC-DATA-ERROR TO TRUE.
131900    	PERFORM CLOSING-PROCEDURE.
132000    	PERFORM PROGRAM-DONE.
132100
132200 LOG-OPERATOR-MESSAGE.
132300    	MOVE WS-WORK-PROGRAM-ID TO MSG-PROGRAM-ID.
132400    	CALL "MSGWRITE" USING WS-MESSAGE-AREA.
132500
132600*    SHARED I/O-ERROR ABORT IN THE TEMPLATE.COB STYLE.  STATUS
132700*    "00" AND "10" ARE THE ONLY NON-ERROR CODES; ANYTHING ELSE
132800*    CLOSES WHAT IT CAN AND ABENDS WITH RETURN CODE 16.
132900 FILE-STATUS-CHECK.
133000    	IF WS-CHECK-FILE-STATUS NOT = "00" AND
133100    	   WS-CHECK-FILE-STATUS NOT = "10"
133200    	MOVE "M015" TO MSG-NUMBER
133300    	SET MSG-SEVERITY-FATAL TO TRUE
133400    	MOVE SPACES TO MSG-TEXT
133500    	STRING "FILE I/O ERROR ON " WS-CHECK-FILE-NAME
133600    	    " - STATUS = " WS-CHECK-FILE-STATUS
133700    	    DELIMITED BY SIZE INTO MSG-TEXT
133800    	PERFORM LOG-OPERATOR-MESSAGE
133900    	SET WS-RC-ABEND TO TRUE
134000    	SET ABEND-OCCURRED TO TRUE
134100    	IF CLOSING-NOT-IN-PROGRESS
134200    	PERFORM CLOSING-PROCEDURE
134300    	PERFORM PROGRAM-DONE
134400    	END-IF
134500    	END-IF.
