000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. CUSTDLTA.
000300 AUTHOR. John Willis
000400*
000500* PMD 0.01
000600* COPYRIGHT (C) 2012 COHERENT LOGIC DEVELOPMENT LLC
000700*
000800* CUSTDLTA.COB: CHANGED-CUSTOMER DELTA EXTRACT
000900*   $Id$
001000*
001100* END-OF-STREAM CUSTOMER FEED FOR THE WAREHOUSE AND CRM, IN
001200* PLACE OF HANDING OVER A COPY OF CUSTMAST.  THE NIGHT'S
001300* POSTING JOURNAL (JRNLFILE) AND MAINTENANCE JOURNAL (MNTJRNL,
001400* WRITTEN BY CUSTMNT, CUSTPURG AND DLQREVW) ARE SORTED BY
001500* CUSTOMER KEY AND TIMESTAMP, AND EVERY CUSTOMER THEY TOUCHED
001600* GOES OUT ONCE, NETTED OVER THE NIGHT:
001700*
001800*   - NOT ON THE MASTER WHEN THE NIGHT STARTED (A SPACES
001900*     BEFORE-IMAGE ON ITS FIRST ROW) AND ON IT NOW: AN ADD;
002000*   - ON THE MASTER BEFORE AND NOW, AND DIFFERENT: A CHANGE;
002100*   - ON THE MASTER BEFORE AND GONE NOW - DELETED BY CUSTMNT OR
002200*     PURGED BY CUSTPURG: A DELETE, WITH THE LAST IMAGE IT HAD.
002300*
002400* ADDS AND CHANGES CARRY THE CURRENT IMAGE FROM CUSTLOOKUP
002500* LKUP, NOT THE JOURNAL'S, SO A CUSTOMER TOUCHED SEVERAL TIMES
002600* IS SENT AS IT NOW STANDS.  A CUSTOMER THAT ENDED THE NIGHT AS
002700* IT STARTED, OR WAS ADDED AND DELETED THE SAME NIGHT, IS
002800* LISTED BUT NOT SENT.  PARM-EXTRACT-MODE "FULL" SENDS EVERY
002900* CUSTOMER ON THE MASTER AS AN ADD INSTEAD, FOR AN INITIAL LOAD
003000* OR A RESYNCHRONIZATION.
003100*
003200* THE ROWS (CDLTREC.CPY) GO TO CUSTDLTA BETWEEN A CTLREC HEADER
003300* AND TRAILER.  THE JOB RUNS AFTER RECONPRF ON RUNCTL, SO A
003400* MASTER THAT IS OUT OF PROOF IS NEVER SENT DOWNSTREAM, AND
003410* AFTER DLQREVW, SO THE NIGHT'S HOLDS AND RELEASES ARE ON
003420* MNTJRNL BEFORE THE DELTA IS TAKEN.  IT MUST COME AHEAD OF
003430* ARCHHIST, WHILE THE NIGHT'S JOURNALS ARE STILL LIVE, AND IS
003440* REFUSED (M029) ONCE ARCHHIST HAS ENDED CLEAN FOR THE DATE.
003500*
003600 ENVIRONMENT DIVISION.
003700 INPUT-OUTPUT SECTION.
003800 FILE-CONTROL.
003900
004000    	SELECT PARM-FILE ASSIGN TO "PARMFILE"
004100    	    ORGANIZATION IS LINE SEQUENTIAL
004200    	    FILE STATUS IS WS-PARM-STATUS.
004300
004400    	SELECT JOURNAL-FILE ASSIGN TO "JRNLFILE"
004500    	    ORGANIZATION IS LINE SEQUENTIAL
004600    	    FILE STATUS IS WS-JOURNAL-STATUS.
004700
004800    	SELECT MAINT-JOURNAL-FILE ASSIGN TO "MNTJRNL"
004900    	    ORGANIZATION IS LINE SEQUENTIAL
005000    	    FILE STATUS IS WS-MAINT-JRNL-STATUS.
005100
005200    	SELECT DELTA-FILE ASSIGN TO "CUSTDLTA"
005300    	    ORGANIZATION IS LINE SEQUENTIAL
005400    	    FILE STATUS IS WS-DELTA-STATUS.
005500
005600    	SELECT REPORT-FILE ASSIGN TO "REPTFILE"
005700    	    ORGANIZATION IS LINE SEQUENTIAL
005800    	    FILE STATUS IS WS-REPORT-STATUS.
005900
006000    	SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
006100    	    ORGANIZATION IS LINE SEQUENTIAL
006200    	    FILE STATUS IS WS-RUN-CONTROL-STATUS.
006300
006400    	SELECT SORT-WORK-FILE ASSIGN TO "SRTWORK".
006500
006600 DATA DIVISION.
006700 FILE SECTION.
006800
006900 FD  PARM-FILE.
007000 01  PARM-RECORD.
007100     COPY PARMREC.
007200
007300 FD  JOURNAL-FILE.
007400 01  JOURNAL-INPUT-RECORD      PIC X(204).
007500
007600 FD  MAINT-JOURNAL-FILE.
007700 01  MAINT-JOURNAL-RECORD      PIC X(204).
007800
007900 FD  DELTA-FILE.
008000 01  DELTA-RECORD              PIC X(132).
008100
008200 FD  REPORT-FILE.
008300 01  REPORT-RECORD             PIC X(132).
008400
008500 FD  RUN-CONTROL-FILE.
008600 01  RUN-CONTROL-RECORD.
008700     COPY RUNCREC.
008800
008900*    JOURNAL ROWS SORT ON CUSTOMER KEY, THEN TIMESTAMP, THEN
009000*    RELEASE SEQUENCE, SO EACH CUSTOMER'S ROWS COME BACK
009100*    TOGETHER AND OLDEST FIRST.
009200 SD  SORT-WORK-FILE.
009300 01  SORT-WORK-RECORD.
009400     05  SRT-RECORD-KEY        PIC X(20).
009500     05  SRT-JOURNAL-STAMP     PIC X(16).
009600     05  SRT-SEQUENCE          PIC 9(09).
009700     05  SRT-SOURCE            PIC X(08).
009800     05  SRT-BEFORE-IMAGE      PIC X(80).
009900     05  SRT-AFTER-IMAGE       PIC X(80).
010000
010100 WORKING-STORAGE SECTION.
010200
010300*    SHARED FILE-STATUS-CHECK CONTROLS
010400 01  WS-CHECK-FILE-NAME        PIC X(20)  VALUE SPACES.
010500 01  WS-CHECK-FILE-STATUS      PIC X(02)  VALUE SPACES.
010600
010700*    STANDARD JOB RETURN CODE, MOVED TO RETURN-CODE BY
010800*    PROGRAM-DONE.  RANGES AS IN TEMPLATE.COB.
010900 01  WS-RETURN-CODE            PIC 9(02)  VALUE ZERO.
011000     88  WS-RC-CLEAN                       VALUE 0.
011100     88  WS-RC-WARNING                     VALUE 4.
011200     88  WS-RC-DATA-ERROR                  VALUE 8.
011300     88  WS-RC-ABEND                       VALUE 16.
011400
011500 01  WS-PARM-STATUS            PIC X(02)  VALUE SPACES.
011600 01  WS-JOURNAL-STATUS         PIC X(02)  VALUE SPACES.
011700 01  WS-MAINT-JRNL-STATUS      PIC X(02)  VALUE SPACES.
011800 01  WS-DELTA-STATUS           PIC X(02)  VALUE SPACES.
011900 01  WS-REPORT-STATUS          PIC X(02)  VALUE SPACES.
012000
012100 01  WS-WORK-PROGRAM-ID        PIC X(08)  VALUE "CUSTDLTA".
012200 01  WS-ABEND-SWITCH           PIC X(01)  VALUE "N".
012300     88  ABEND-OCCURRED                   VALUE "Y".
012400     88  NO-ABEND-OCCURRED                VALUE "N".
012500 01  WS-CLOSING-SWITCH         PIC X(01)  VALUE "N".
012600     88  CLOSING-IN-PROGRESS              VALUE "Y".
012700     88  CLOSING-NOT-IN-PROGRESS          VALUE "N".
012800 01  WS-PARM-ERROR-SWITCH      PIC X(01)  VALUE "N".
012900     88  PARM-CARD-INVALID                VALUE "Y".
013000     88  PARM-CARD-VALID                  VALUE "N".
013100
013200 01  WS-JOURNAL-EOF-SWITCH     PIC X(01)  VALUE "N".
013300     88  JOURNAL-EOF                      VALUE "Y".
013400     88  JOURNAL-NOT-EOF                  VALUE "N".
013500 01  WS-MAINT-JRNL-EOF-SWITCH  PIC X(01)  VALUE "N".
013600     88  MAINT-JRNL-EOF                   VALUE "Y".
013700     88  MAINT-JRNL-NOT-EOF               VALUE "N".
013800 01  WS-MASTER-EOF-SWITCH      PIC X(01)  VALUE "N".
013900     88  MASTER-EOF                       VALUE "Y".
014000     88  MASTER-NOT-EOF                   VALUE "N".
014100 01  WS-SORT-EOF-SWITCH        PIC X(01)  VALUE "N".
014200     88  SORT-EOF                         VALUE "Y".
014300     88  SORT-NOT-EOF                     VALUE "N".
014400
014500 01  WS-RUN-DATE-NUM           PIC 9(08)  VALUE ZERO.
014600
014700*    THE JOURNAL ROW IN FLIGHT, FROM WHICHEVER JOURNAL THE
014800*    RELEASE PASS IS READING, AND THE NAME OF THAT JOURNAL
014900 01  WS-JOURNAL-WORK.
015000     COPY AUDITREC.
015100 01  WS-JOURNAL-SOURCE         PIC X(08)  VALUE SPACES.
015200
015300*    THE CUSTOMER IN FLIGHT: ITS KEY, THE BEFORE-IMAGE ON ITS
015400*    FIRST ROW OF THE NIGHT, THE LAST IMAGE IT HAD ON ANY ROW,
015500*    AND HOW MANY ROWS WERE NETTED INTO IT
015600 01  WS-NET-KEY                PIC X(20)  VALUE SPACES.
015700 01  WS-NET-FIRST-BEFORE       PIC X(80)  VALUE SPACES.
015800 01  WS-NET-LAST-IMAGE         PIC X(80)  VALUE SPACES.
015900 01  WS-NET-ROW-COUNT          PIC 9(05)  VALUE ZERO.
016000 01  WS-NET-ACTION             PIC X(01)  VALUE SPACE.
016100     88  NET-ACTION-ADD                   VALUE "A".
016200     88  NET-ACTION-CHANGE                VALUE "C".
016300     88  NET-ACTION-DELETE                VALUE "D".
016400     88  NET-ACTION-NONE                  VALUE "N".
016500
016600*    THE CUSTOMER IMAGE BEING WRITTEN, AND THE DELTA ROW AND
016700*    CONTROL-RECORD WORK AREAS
016800 01  WS-CUSTOMER-WORK.
016900     COPY CUSTREC.
017000 01  WS-DELTA-WORK.
017100     COPY CDLTREC.
017200 01  WS-CONTROL-WORK.
017300     COPY CTLREC.
017400
017500*    EXTRACT TOTALS FOR THE TRAILER AND THE REPORT
017600 01  WS-DELTA-WRITTEN          PIC 9(09)  VALUE ZERO.
017700 01  WS-DELTA-HASH             PIC 9(13)V99 VALUE ZERO.
017800 01  WS-BALANCE-MAGNITUDE      PIC 9(07)V99 VALUE ZERO.
017900 01  WS-RELEASE-SEQUENCE       PIC 9(09)  VALUE ZERO.
018000 01  WS-CUSTOMERS-TOUCHED      PIC 9(09)  VALUE ZERO.
018100 01  WS-ADDS-SENT              PIC 9(09)  VALUE ZERO.
018200 01  WS-CHANGES-SENT           PIC 9(09)  VALUE ZERO.
018300 01  WS-DELETES-SENT           PIC 9(09)  VALUE ZERO.
018400 01  WS-NO-NET-CHANGE          PIC 9(09)  VALUE ZERO.
018500
018600*    RUN-CONTROL CONTROLS IN THE TEMPLATE.COB STYLE.  THE
018700*    EXTRACT ONLY SENDS A MASTER THE PROOF HAS PASSED, SO ITS
018800*    PREDECESSOR IS RECONPRF.  DLQREVW MUST ALSO HAVE ENDED
018810*    CLEAN: ITS HOLD AND RELEASE ROWS WRITTEN AFTER THE DELTA
018820*    WOULD BE ROLLED INTO HISTORY BY ARCHHIST UNSENT, AND THE
018830*    STATUS CHANGE WOULD NEVER REACH DOWNSTREAM.
018900 01  WS-RUN-CONTROL-STATUS     PIC X(02)  VALUE SPACES.
019000 01  WS-PREDECESSOR-ID         PIC X(08)  VALUE "RECONPRF".
019010 01  WS-REVIEW-PREDECESSOR-ID  PIC X(08)  VALUE "DLQREVW".
019020 01  WS-REVIEW-CLEAN-SWITCH    PIC X(01)  VALUE "N".
019030     88  REVIEW-ENDED-CLEAN               VALUE "Y".
019040     88  REVIEW-NOT-ENDED                 VALUE "N".
019050*    THE DELTA IS TAKEN FROM THE LIVE JOURNALS ONLY.  ONCE
019060*    ARCHHIST HAS ROLLED THEM INTO HISTORY THEY READ EMPTY, AND
019070*    A DELTA CUT THEN WOULD SEND NO CHANGES AND END CLEAN.
019080 01  WS-SUCCESSOR-ID           PIC X(08)  VALUE "ARCHHIST".
019085 01  WS-SUCC-RAN-SWITCH        PIC X(01)  VALUE "N".
019090     88  SUCCESSOR-ALREADY-RAN            VALUE "Y".
019095     88  SUCCESSOR-NOT-YET-RAN            VALUE "N".
019100 01  WS-RUN-CONTROL-EOF-SWITCH PIC X(01)  VALUE "N".
019200     88  RUN-CONTROL-EOF                  VALUE "Y".
019300     88  RUN-CONTROL-NOT-EOF              VALUE "N".
019400 01  WS-PRED-CLEAN-SWITCH      PIC X(01)  VALUE "N".
019500     88  PREDECESSOR-ENDED-CLEAN          VALUE "Y".
019600     88  PREDECESSOR-NOT-ENDED            VALUE "N".
019700 01  WS-SELF-CLEAN-SWITCH      PIC X(01)  VALUE "N".
019800     88  ALREADY-RAN-CLEAN                VALUE "Y".
019900     88  NOT-YET-RAN-CLEAN                VALUE "N".
020000*    A RUN REFUSED BY CHECK-RUN-CONTROL NEVER WROTE A STARTED
020100*    ROW AND MUST NOT WRITE AN ENDED ONE EITHER, OR A REFUSED
020200*    SECOND START WOULD OVERLAY THE CLEAN STATE OF THE RUN
020300*    THAT ALREADY HAPPENED.
020400 01  WS-START-ROW-SWITCH       PIC X(01)  VALUE "N".
020500     88  START-ROW-WRITTEN                VALUE "Y".
020600     88  START-ROW-NOT-WRITTEN            VALUE "N".
020700
020800*    SHOP MESSAGE FACILITY CONTROLS.  SERIOUS CONDITIONS GO
020900*    OUT THROUGH MSGWRITE TO THE CONSOLE AND THE DATED
021000*    MESSAGE FILE READ BY THE EXCPRPT EXCEPTION REPORT.
021100 01  WS-MESSAGE-AREA.
021200     COPY MSGCOMM.
021300 01  WS-SORT-RETURN-9          PIC 9(04)  VALUE ZERO.
021400
021500*    CENTRALIZED DATE-WINDOW/CENTURY CONTROLS
021600     COPY DATEUTIL.
021700
021800*    OUTBOUND SUBPROGRAM CALL CONTROLS
021900 01  WS-COMM-AREA.
022000     COPY COMMAREA.
022100
022200*    RUN-SUMMARY BANNER CONTROLS
022300 01  WS-RUN-START-TIME.
022400     05  WS-START-HH           PIC 99     VALUE ZERO.
022500     05  WS-START-MM           PIC 99     VALUE ZERO.
022600     05  WS-START-SS           PIC 99     VALUE ZERO.
022700     05  WS-START-HS           PIC 99     VALUE ZERO.
022800 01  WS-RUN-STOP-TIME.
022900     05  WS-STOP-HH            PIC 99     VALUE ZERO.
023000     05  WS-STOP-MM            PIC 99     VALUE ZERO.
023100     05  WS-STOP-SS            PIC 99     VALUE ZERO.
023200     05  WS-STOP-HS            PIC 99     VALUE ZERO.
023300 01  WS-RECORDS-READ           PIC 9(09)  VALUE ZERO.
023400 01  WS-RECORDS-WRITTEN        PIC 9(09)  VALUE ZERO.
023500 01  WS-RECORDS-REJECTED       PIC 9(09)  VALUE ZERO.
023600 01  WS-BANNER-LINE            PIC X(132) VALUE SPACES.
023700
023800*    EXTRACT REPORT LINE LAYOUTS
023900 01  WS-REPORT-HEADING-1.
024000     05  FILLER                PIC X(42)  VALUE
024100         "CUSTDLTA CHANGED-CUSTOMER EXTRACT - RUN ".
024200     05  RPT-HDG-RUN-DATE      PIC 9(08).
024300     05  FILLER                PIC X(82)  VALUE SPACES.
024400 01  WS-REPORT-HEADING-2.
024500     05  FILLER                PIC X(23)  VALUE " RECORD KEY".
024600     05  FILLER                PIC X(10)  VALUE "ACTION".
024700     05  FILLER                PIC X(08)  VALUE "ROWS".
024800     05  FILLER                PIC X(91)  VALUE "NOTE".
024900 01  WS-REPORT-DETAIL.
025000     05  FILLER                PIC X(01)  VALUE SPACE.
025100     05  RPT-RECORD-KEY        PIC X(20).
025200     05  FILLER                PIC X(02)  VALUE SPACES.
025300     05  RPT-ACTION            PIC X(08).
025400     05  FILLER                PIC X(02)  VALUE SPACES.
025500     05  RPT-ROW-COUNT         PIC ZZZZ9.
025600     05  FILLER                PIC X(03)  VALUE SPACES.
025700     05  RPT-NOTE              PIC X(40).
025800     05  FILLER                PIC X(51)  VALUE SPACES.
025900 01  WS-TOTAL-LINE.
026000     05  FILLER                PIC X(01)  VALUE SPACE.
026100     05  RPT-TOT-LABEL         PIC X(36).
026200     05  RPT-TOT-COUNT         PIC -(08)9.
026300     05  FILLER                PIC X(86)  VALUE SPACES.
026400
026500 PROCEDURE DIVISION.
026600 PROGRAM-BEGIN.
026700    	PERFORM OPENING-PROCEDURE.
026800    	PERFORM MAIN-PROCESS.
026900    	PERFORM CLOSING-PROCEDURE.
027000    	PERFORM PROGRAM-DONE.
027100
027200 PROGRAM-EXIT.
027300    	EXIT PROGRAM.
027400
027500 PROGRAM-DONE.
027600    	MOVE WS-RETURN-CODE TO RETURN-CODE.
027700    	STOP RUN.
027800
027900 OPENING-PROCEDURE.
028000    	ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
028100    	ACCEPT WS-RUN-START-TIME FROM TIME.
028200    	PERFORM READ-PARM-RECORD.
028300    	PERFORM OPEN-REPORT-FILE.
028400    	PERFORM EDIT-PARM-FIELDS.
028500    	PERFORM WRITE-REPORT-HEADINGS.
028600    	IF PARM-CARD-INVALID
028700    	PERFORM REFUSE-THE-RUN
028800    	END-IF.
028900    	PERFORM CHECK-RUN-CONTROL.
029000    	PERFORM WRITE-RUN-CONTROL-START.
029100    	PERFORM OPEN-DELTA-FILE.
029200
029300 READ-PARM-RECORD.
029400    	OPEN INPUT PARM-FILE.
029500    	MOVE "PARM-FILE" TO WS-CHECK-FILE-NAME.
029600    	MOVE WS-PARM-STATUS TO WS-CHECK-FILE-STATUS.
029700    	PERFORM FILE-STATUS-CHECK.
029800    	READ PARM-FILE.
029900    	MOVE WS-PARM-STATUS TO WS-CHECK-FILE-STATUS.
030000    	PERFORM FILE-STATUS-CHECK.
030100    	CLOSE PARM-FILE.
030200    	MOVE WS-PARM-STATUS TO WS-CHECK-FILE-STATUS.
030300    	PERFORM FILE-STATUS-CHECK.
030400
030500 OPEN-REPORT-FILE.
030600    	OPEN OUTPUT REPORT-FILE.
030700    	MOVE "REPORT-FILE" TO WS-CHECK-FILE-NAME.
030800    	MOVE WS-REPORT-STATUS TO WS-CHECK-FILE-STATUS.
030900    	PERFORM FILE-STATUS-CHECK.
031000
031100*    AN EXTRACT MODE THAT IS NEITHER DELTA NOR FULL COULD SEND
031200*    THE WRONG FILE DOWNSTREAM, SO IT REFUSES THE RUN.
031300 EDIT-PARM-FIELDS.
031400    	IF PARM-RUN-DATE IS NUMERIC
031500    	MOVE PARM-RUN-DATE TO WS-RUN-DATE-NUM
031600    	ELSE
031700    	MOVE WS-CURRENT-DATE TO WS-RUN-DATE-NUM
031800    	END-IF.
031900    	IF NOT PARM-EXTRACT-DELTA AND
032000    	   NOT PARM-EXTRACT-FULL
032100    	SET PARM-CARD-INVALID TO TRUE
032200    	MOVE "M021" TO MSG-NUMBER
032300    	SET MSG-SEVERITY-ERROR TO TRUE
032400    	MOVE SPACES TO MSG-TEXT
032500    	STRING "PARAMETER CARD EXTRACT MODE MUST BE "
032600    	    "DELTA OR FULL"
032700    	    DELIMITED BY SIZE INTO MSG-TEXT
032800    	PERFORM LOG-OPERATOR-MESSAGE
032900    	MOVE "EXTRACT REFUSED - BAD PARAMETER CARD"
033000    	    TO REPORT-RECORD
033100    	PERFORM WRITE-REPORT-LINE
033200    	END-IF.
033300
033400 WRITE-REPORT-HEADINGS.
033500    	MOVE WS-RUN-DATE-NUM TO RPT-HDG-RUN-DATE.
033600    	MOVE WS-REPORT-HEADING-1 TO REPORT-RECORD.
033700    	PERFORM WRITE-REPORT-LINE.
033800    	IF PARM-EXTRACT-FULL
033900    	MOVE " FULL REFRESH - EVERY CUSTOMER SENT AS AN ADD"
034000    	    TO REPORT-RECORD
034100    	ELSE
034200    	MOVE " DELTA - CUSTOMERS ON JRNLFILE AND MNTJRNL"
034300    	    TO REPORT-RECORD
034400    	END-IF.
034500    	PERFORM WRITE-REPORT-LINE.
034600    	MOVE SPACES TO REPORT-RECORD.
034700    	PERFORM WRITE-REPORT-LINE.
034800
034900*    THE INTERFACE FILE OPENS ON ITS CONTROL HEADER.
035000 OPEN-DELTA-FILE.
035100    	OPEN OUTPUT DELTA-FILE.
035200    	MOVE "DELTA-FILE" TO WS-CHECK-FILE-NAME.
035300    	MOVE WS-DELTA-STATUS TO WS-CHECK-FILE-STATUS.
035400    	PERFORM FILE-STATUS-CHECK.
035500    	MOVE SPACES TO WS-CONTROL-WORK.
035600    	MOVE "HDR" TO CTL-RECORD-TYPE.
035700    	MOVE WS-RUN-DATE-NUM TO CTL-RUN-DATE.
035800    	MOVE ZERO TO CTL-RECORD-COUNT.
035900    	MOVE ZERO TO CTL-AMOUNT-HASH.
036000    	INITIALIZE CTL-TYPE-TOTALS.
036100    	MOVE WS-CONTROL-WORK TO DELTA-RECORD.
036200    	PERFORM WRITE-DELTA-RECORD.
036300
036400 MAIN-PROCESS.
036500    	IF PARM-EXTRACT-FULL
036600    	PERFORM EXTRACT-FULL-REFRESH
036700    	ELSE
036800    	PERFORM SORT-CONTROL-STEP
036900    	END-IF.
037000    	PERFORM CLOSE-DELTA-FILE.
037100
037200*    FULL REFRESH: THE WHOLE MASTER IN KEY ORDER THROUGH THE
037300*    CUSTLOOKUP STRT/NEXT REQUESTS, EVERY CUSTOMER AS AN ADD.
037400 EXTRACT-FULL-REFRESH.
037500    	MOVE "STRT" TO CA-REQUEST-CODE.
037600    	MOVE SPACES TO CA-KEY.
037700    	PERFORM CALL-CUSTOMER-SERVICE.
037800    	IF CA-STATUS-NOT-FOUND
037900    	SET MASTER-EOF TO TRUE
038000    	END-IF.
038100    	PERFORM READ-NEXT-CUSTOMER.
038200    	PERFORM SEND-ONE-CUSTOMER UNTIL MASTER-EOF.
038300
038400 READ-NEXT-CUSTOMER.
038500    	IF MASTER-NOT-EOF
038600    	MOVE "NEXT" TO CA-REQUEST-CODE
038700    	PERFORM CALL-CUSTOMER-SERVICE
038800    	IF CA-STATUS-OK
038900    	ADD 1 TO WS-RECORDS-READ
039000    	MOVE CA-KEY TO CUST-KEY
039100    	MOVE CA-RESPONSE-DATA TO CUST-DATA
039200    	ELSE
039300    	SET MASTER-EOF TO TRUE
039400    	END-IF
039500    	END-IF.
039600
039700 SEND-ONE-CUSTOMER.
039800    	SET NET-ACTION-ADD TO TRUE.
039900    	PERFORM WRITE-DELTA-DETAIL.
040000    	PERFORM READ-NEXT-CUSTOMER.
040100
040200*    SORT STEP IN THE JRNLBKOU STYLE: THE INPUT PROCEDURE
040300*    RELEASES EVERY ROW OF BOTH JOURNALS, THE OUTPUT PROCEDURE
040400*    NETS EACH CUSTOMER'S ROWS TO ONE DELTA ROW.
040500 SORT-CONTROL-STEP.
040600    	MOVE WS-REPORT-HEADING-2 TO REPORT-RECORD.
040700    	PERFORM WRITE-REPORT-LINE.
040800    	SORT SORT-WORK-FILE
040900    	    ON ASCENDING KEY SRT-RECORD-KEY SRT-JOURNAL-STAMP
041000    	                     SRT-SEQUENCE
041100    	    INPUT PROCEDURE IS SORT-RELEASE-RECORDS
041200    	    OUTPUT PROCEDURE IS SORT-RETURN-RECORDS.
041300    	IF SORT-RETURN NOT = ZERO
041400    	MOVE SORT-RETURN TO WS-SORT-RETURN-9
041500    	MOVE "M017" TO MSG-NUMBER
041600    	SET MSG-SEVERITY-FATAL TO TRUE
041700    	MOVE SPACES TO MSG-TEXT
041800    	STRING "SORT FAILED - SORT-RETURN = "
041900    	    WS-SORT-RETURN-9
042000    	    DELIMITED BY SIZE INTO MSG-TEXT
042100    	PERFORM LOG-OPERATOR-MESSAGE
042200    	SET WS-RC-DATA-ERROR TO TRUE
042300    	SET ABEND-OCCURRED TO TRUE
042400    	PERFORM CLOSING-PROCEDURE
042500    	PERFORM PROGRAM-DONE
042600    	END-IF.
042700
042800*    THE POSTING JOURNAL, THEN THE MAINTENANCE JOURNAL.  EITHER
042900*    MAY BE ABSENT - NO POSTING OR NO MAINTENANCE TONIGHT.
043000 SORT-RELEASE-RECORDS.
043100    	OPEN INPUT JOURNAL-FILE.
043200    	IF WS-JOURNAL-STATUS = "35"
043300    	SET JOURNAL-EOF TO TRUE
043400    	ELSE
043500    	MOVE "JOURNAL-FILE" TO WS-CHECK-FILE-NAME
043600    	MOVE WS-JOURNAL-STATUS TO WS-CHECK-FILE-STATUS
043700    	PERFORM FILE-STATUS-CHECK
043800    	PERFORM READ-JOURNAL-RECORD
043900    	PERFORM RELEASE-JOURNAL-ROW UNTIL JOURNAL-EOF
044000    	END-IF.
044100    	OPEN INPUT MAINT-JOURNAL-FILE.
044200    	IF WS-MAINT-JRNL-STATUS = "35"
044300    	SET MAINT-JRNL-EOF TO TRUE
044400    	ELSE
044500    	MOVE "MAINT-JOURNAL-FILE" TO WS-CHECK-FILE-NAME
044600    	MOVE WS-MAINT-JRNL-STATUS TO WS-CHECK-FILE-STATUS
044700    	PERFORM FILE-STATUS-CHECK
044800    	PERFORM READ-MAINT-JOURNAL
044900    	PERFORM RELEASE-MAINT-ROW UNTIL MAINT-JRNL-EOF
045000    	END-IF.
045100
045200 READ-JOURNAL-RECORD.
045300    	READ JOURNAL-FILE
045400    	AT END
045500    	SET JOURNAL-EOF TO TRUE
045600    	END-READ.
045700    	IF JOURNAL-NOT-EOF
045800    	MOVE "JOURNAL-FILE" TO WS-CHECK-FILE-NAME
045900    	MOVE WS-JOURNAL-STATUS TO WS-CHECK-FILE-STATUS
046000    	PERFORM FILE-STATUS-CHECK
046100    	MOVE JOURNAL-INPUT-RECORD TO WS-JOURNAL-WORK
046200    	MOVE "JRNLFILE" TO WS-JOURNAL-SOURCE
046300    	END-IF.
046400
046500 READ-MAINT-JOURNAL.
046600    	READ MAINT-JOURNAL-FILE
046700    	AT END
046800    	SET MAINT-JRNL-EOF TO TRUE
046900    	END-READ.
047000    	IF MAINT-JRNL-NOT-EOF
047100    	MOVE "MAINT-JOURNAL-FILE" TO WS-CHECK-FILE-NAME
047200    	MOVE WS-MAINT-JRNL-STATUS TO WS-CHECK-FILE-STATUS
047300    	PERFORM FILE-STATUS-CHECK
047400    	MOVE MAINT-JOURNAL-RECORD TO WS-JOURNAL-WORK
047500    	MOVE "MNTJRNL" TO WS-JOURNAL-SOURCE
047600    	END-IF.
047700
047800 RELEASE-JOURNAL-ROW.
047900    	PERFORM RELEASE-ONE-ROW.
048000    	PERFORM READ-JOURNAL-RECORD.
048100
048200 RELEASE-MAINT-ROW.
048300    	PERFORM RELEASE-ONE-ROW.
048400    	PERFORM READ-MAINT-JOURNAL.
048500
048600 RELEASE-ONE-ROW.
048700    	ADD 1 TO WS-RECORDS-READ.
048800    	ADD 1 TO WS-RELEASE-SEQUENCE.
048900    	MOVE JNL-RECORD-KEY TO SRT-RECORD-KEY.
049000    	MOVE JNL-TIMESTAMP TO SRT-JOURNAL-STAMP.
049100    	MOVE WS-RELEASE-SEQUENCE TO SRT-SEQUENCE.
049200    	MOVE WS-JOURNAL-SOURCE TO SRT-SOURCE.
049300    	MOVE JNL-BEFORE-IMAGE TO SRT-BEFORE-IMAGE.
049400    	MOVE JNL-AFTER-IMAGE TO SRT-AFTER-IMAGE.
049500    	RELEASE SORT-WORK-RECORD.
049600
049700 SORT-RETURN-RECORDS.
049800    	PERFORM RETURN-SORTED-ROW.
049900    	PERFORM NET-ONE-CUSTOMER UNTIL SORT-EOF.
050000
050100 RETURN-SORTED-ROW.
050200    	RETURN SORT-WORK-FILE
050300    	AT END
050400    	SET SORT-EOF TO TRUE
050500    	END-RETURN.
050600
050700*    CONTROL BREAK ON CUSTOMER KEY: THE FIRST ROW SAYS WHETHER
050800*    THE CUSTOMER WAS ON THE MASTER WHEN THE NIGHT STARTED, THE
050900*    MASTER SAYS WHETHER IT IS THERE NOW.
051000 NET-ONE-CUSTOMER.
051100    	ADD 1 TO WS-CUSTOMERS-TOUCHED.
051200    	MOVE SRT-RECORD-KEY TO WS-NET-KEY.
051300    	MOVE SRT-BEFORE-IMAGE TO WS-NET-FIRST-BEFORE.
051400    	MOVE SPACES TO WS-NET-LAST-IMAGE.
051500    	MOVE ZERO TO WS-NET-ROW-COUNT.
051600    	PERFORM TAKE-CUSTOMER-ROW
051700    	    UNTIL SORT-EOF OR
051800    	          SRT-RECORD-KEY NOT = WS-NET-KEY.
051900    	MOVE SPACES TO WS-REPORT-DETAIL.
052000    	MOVE "LKUP" TO CA-REQUEST-CODE.
052100    	MOVE WS-NET-KEY TO CA-KEY.
052200    	PERFORM CALL-CUSTOMER-SERVICE.
052300    	IF CA-STATUS-OK
052400    	MOVE WS-NET-KEY TO CUST-KEY
052500    	MOVE CA-RESPONSE-DATA TO CUST-DATA
052600    	IF WS-NET-FIRST-BEFORE = SPACES
052700    	SET NET-ACTION-ADD TO TRUE
052800    	ELSE
052900    	IF CA-RESPONSE-DATA = WS-NET-FIRST-BEFORE
053000    	SET NET-ACTION-NONE TO TRUE
053100    	MOVE "NOT SENT - ENDED THE NIGHT AS IT STARTED"
053200    	    TO RPT-NOTE
053300    	ELSE
053400    	SET NET-ACTION-CHANGE TO TRUE
053500    	END-IF
053600    	END-IF
053700    	ELSE
053800    	MOVE WS-NET-KEY TO CUST-KEY
053900    	MOVE WS-NET-LAST-IMAGE TO CUST-DATA
054000    	IF WS-NET-FIRST-BEFORE = SPACES
054100    	SET NET-ACTION-NONE TO TRUE
054200    	MOVE "NOT SENT - ADDED AND DELETED TONIGHT" TO RPT-NOTE
054300    	ELSE
054400    	SET NET-ACTION-DELETE TO TRUE
054500    	END-IF
054600    	END-IF.
054700    	IF NET-ACTION-NONE
054800    	ADD 1 TO WS-NO-NET-CHANGE
054900    	MOVE "NONE" TO RPT-ACTION
055000    	ELSE
055100    	PERFORM WRITE-DELTA-DETAIL
055200    	END-IF.
055300    	MOVE WS-NET-KEY TO RPT-RECORD-KEY.
055400    	MOVE WS-NET-ROW-COUNT TO RPT-ROW-COUNT.
055500    	MOVE WS-REPORT-DETAIL TO REPORT-RECORD.
055600    	PERFORM WRITE-REPORT-LINE.
055700
055800*    THE LAST IMAGE IS THE NEWEST NON-BLANK IMAGE ON ANY ROW -
055900*    THE AFTER-IMAGE, OR FOR A DELETE THE IMAGE IT REMOVED.
056000 TAKE-CUSTOMER-ROW.
056100    	ADD 1 TO WS-NET-ROW-COUNT.
056200    	IF SRT-AFTER-IMAGE NOT = SPACES
056300    	MOVE SRT-AFTER-IMAGE TO WS-NET-LAST-IMAGE
056400    	ELSE
056500    	IF SRT-BEFORE-IMAGE NOT = SPACES
056600    	MOVE SRT-BEFORE-IMAGE TO WS-NET-LAST-IMAGE
056700    	END-IF
056800    	END-IF.
056900    	PERFORM RETURN-SORTED-ROW.
057000
057100*    ONE CDL ROW FROM THE CUSTOMER IN WS-CUSTOMER-WORK.  THE
057200*    TRAILER HASH TAKES THE BALANCE WITHOUT ITS SIGN.
057300 WRITE-DELTA-DETAIL.
057400    	MOVE SPACES TO WS-DELTA-WORK.
057500    	MOVE "CDL" TO CDL-RECORD-TYPE.
057600    	MOVE WS-NET-ACTION TO CDL-ACTION-CODE.
057700    	IF PARM-EXTRACT-FULL
057800    	SET CDL-MODE-FULL-REFRESH TO TRUE
057900    	ELSE
058000    	SET CDL-MODE-DELTA TO TRUE
058100    	END-IF.
058200    	MOVE WS-RUN-DATE-NUM TO CDL-RUN-DATE.
058300    	MOVE CUST-KEY TO CDL-CUSTOMER-KEY.
058400    	MOVE CUST-NAME TO CDL-CUSTOMER-NAME.
058500    	MOVE CUST-STATUS-CODE TO CDL-STATUS-CODE.
058600    	MOVE CUST-LAST-TRAN-TYPE TO CDL-LAST-TRAN-TYPE.
058700    	MOVE CUST-HOLD-SOURCE TO CDL-HOLD-SOURCE.
058800    	MOVE ZERO TO CDL-CREDIT-LIMIT.
058900    	MOVE ZERO TO CDL-CURRENT-BALANCE.
059000    	MOVE ZERO TO CDL-LAST-ACTIVITY-DATE.
059100    	MOVE ZERO TO WS-BALANCE-MAGNITUDE.
059200    	IF CUST-CREDIT-LIMIT IS NUMERIC
059300    	MOVE CUST-CREDIT-LIMIT TO CDL-CREDIT-LIMIT
059400    	END-IF.
059500    	IF CUST-LAST-ACTIVITY-DATE IS NUMERIC
059600    	MOVE CUST-LAST-ACTIVITY-DATE TO CDL-LAST-ACTIVITY-DATE
059700    	END-IF.
059800    	IF CUST-CURRENT-BALANCE IS NUMERIC
059900    	MOVE CUST-CURRENT-BALANCE TO CDL-CURRENT-BALANCE
060000    	MOVE CUST-CURRENT-BALANCE TO WS-BALANCE-MAGNITUDE
060100    	END-IF.
060200    	MOVE WS-DELTA-WORK TO DELTA-RECORD.
060300    	PERFORM WRITE-DELTA-RECORD.
060400    	ADD 1 TO WS-DELTA-WRITTEN.
060500    	ADD WS-BALANCE-MAGNITUDE TO WS-DELTA-HASH.
060600    	IF NET-ACTION-ADD
060700    	ADD 1 TO WS-ADDS-SENT
060800    	MOVE "ADD" TO RPT-ACTION
060900    	END-IF.
061000    	IF NET-ACTION-CHANGE
061100    	ADD 1 TO WS-CHANGES-SENT
061200    	MOVE "CHANGE" TO RPT-ACTION
061300    	END-IF.
061400    	IF NET-ACTION-DELETE
061500    	ADD 1 TO WS-DELETES-SENT
061600    	MOVE "DELETE" TO RPT-ACTION
061700    	END-IF.
061800
061900 WRITE-DELTA-RECORD.
062000    	WRITE DELTA-RECORD.
062100    	MOVE "DELTA-FILE" TO WS-CHECK-FILE-NAME.
062200    	MOVE WS-DELTA-STATUS TO WS-CHECK-FILE-STATUS.
062300    	PERFORM FILE-STATUS-CHECK.
062400    	ADD 1 TO WS-RECORDS-WRITTEN.
062500
062600*    THE CONTROL TRAILER: THE ROW COUNT AND BALANCE HASH OF
062700*    WHAT WAS ACTUALLY WRITTEN.
062800 CLOSE-DELTA-FILE.
062900    	MOVE SPACES TO WS-CONTROL-WORK.
063000    	MOVE "TRL" TO CTL-RECORD-TYPE.
063100    	MOVE WS-RUN-DATE-NUM TO CTL-RUN-DATE.
063200    	MOVE WS-DELTA-WRITTEN TO CTL-RECORD-COUNT.
063300    	MOVE WS-DELTA-HASH TO CTL-AMOUNT-HASH.
063400    	INITIALIZE CTL-TYPE-TOTALS.
063500    	MOVE WS-CONTROL-WORK TO DELTA-RECORD.
063600    	PERFORM WRITE-DELTA-RECORD.
063700    	CLOSE DELTA-FILE.
063800    	MOVE "DELTA-FILE" TO WS-CHECK-FILE-NAME.
063900    	MOVE WS-DELTA-STATUS TO WS-CHECK-FILE-STATUS.
064000    	PERFORM FILE-STATUS-CHECK.
064100    	MOVE SPACES TO WS-DELTA-STATUS.
064200
064300*    A FAILED SERVICE CALL WOULD LEAVE THE FEED INCOMPLETE, SO
064400*    THE RUN STOPS THERE AND NOTHING IS HANDED DOWNSTREAM.
064500 CALL-CUSTOMER-SERVICE.
064600    	CALL "CUSTLOOKUP" USING WS-COMM-AREA.
064700    	IF CA-STATUS-ERROR
064800    	MOVE "M016" TO MSG-NUMBER
064900    	SET MSG-SEVERITY-ERROR TO TRUE
065000    	MOVE SPACES TO MSG-TEXT
065100    	STRING "CUSTLOOKUP FAILED FOR KEY " CA-KEY
065200    	    DELIMITED BY SIZE INTO MSG-TEXT
065300    	PERFORM LOG-OPERATOR-MESSAGE
065400    	PERFORM REFUSE-THE-RUN
065500    	END-IF.
065600
065700 WRITE-REPORT-LINE.
065800    	WRITE REPORT-RECORD.
065900    	MOVE "REPORT-FILE" TO WS-CHECK-FILE-NAME.
066000    	MOVE WS-REPORT-STATUS TO WS-CHECK-FILE-STATUS.
066100    	PERFORM FILE-STATUS-CHECK.
066200
066300 CLOSING-PROCEDURE.
066400    	SET CLOSING-IN-PROGRESS TO TRUE.
066500    	PERFORM WRITE-EXTRACT-TOTALS.
066600    	PERFORM WRITE-RUN-SUMMARY.
066700    	PERFORM CLOSE-ALL-FILES.
066800    	PERFORM WRITE-RUN-CONTROL-STOP.
066900
067000 WRITE-EXTRACT-TOTALS.
067100    	MOVE SPACES TO REPORT-RECORD.
067200    	PERFORM WRITE-REPORT-LINE.
067300    	IF PARM-EXTRACT-DELTA
067400    	MOVE SPACES TO WS-TOTAL-LINE
067500    	MOVE "CUSTOMERS TOUCHED TONIGHT:" TO RPT-TOT-LABEL
067600    	MOVE WS-CUSTOMERS-TOUCHED TO RPT-TOT-COUNT
067700    	MOVE WS-TOTAL-LINE TO REPORT-RECORD
067800    	PERFORM WRITE-REPORT-LINE
067900    	MOVE SPACES TO WS-TOTAL-LINE
068000    	MOVE "NOT SENT - NO NET CHANGE:" TO RPT-TOT-LABEL
068100    	MOVE WS-NO-NET-CHANGE TO RPT-TOT-COUNT
068200    	MOVE WS-TOTAL-LINE TO REPORT-RECORD
068300    	PERFORM WRITE-REPORT-LINE
068400    	END-IF.
068500    	MOVE SPACES TO WS-TOTAL-LINE.
068600    	MOVE "ADDS SENT:" TO RPT-TOT-LABEL.
068700    	MOVE WS-ADDS-SENT TO RPT-TOT-COUNT.
068800    	MOVE WS-TOTAL-LINE TO REPORT-RECORD.
068900    	PERFORM WRITE-REPORT-LINE.
069000    	MOVE SPACES TO WS-TOTAL-LINE.
069100    	MOVE "CHANGES SENT:" TO RPT-TOT-LABEL.
069200    	MOVE WS-CHANGES-SENT TO RPT-TOT-COUNT.
069300    	MOVE WS-TOTAL-LINE TO REPORT-RECORD.
069400    	PERFORM WRITE-REPORT-LINE.
069500    	MOVE SPACES TO WS-TOTAL-LINE.
069600    	MOVE "DELETES SENT:" TO RPT-TOT-LABEL.
069700    	MOVE WS-DELETES-SENT TO RPT-TOT-COUNT.
069800    	MOVE WS-TOTAL-LINE TO REPORT-RECORD.
069900    	PERFORM WRITE-REPORT-LINE.
070000    	MOVE SPACES TO WS-TOTAL-LINE.
070100    	MOVE "ROWS ON CUSTDLTA (TRAILER COUNT):"
070200    	    TO RPT-TOT-LABEL.
070300    	MOVE WS-DELTA-WRITTEN TO RPT-TOT-COUNT.
070400    	MOVE WS-TOTAL-LINE TO REPORT-RECORD.
070500    	PERFORM WRITE-REPORT-LINE.
070600
070700*    STANDARD END-OF-JOB BANNER IN THE TEMPLATE.COB STYLE,
070800*    APPENDED TO THE EXTRACT REPORT ON REPTFILE.
070900 WRITE-RUN-SUMMARY.
071000    	ACCEPT WS-RUN-STOP-TIME FROM TIME.
071100    	MOVE SPACES TO REPORT-RECORD.
071200    	PERFORM WRITE-REPORT-LINE.
071300    	MOVE SPACES TO WS-BANNER-LINE.
071400    	STRING "RUN SUMMARY FOR PROGRAM: " WS-WORK-PROGRAM-ID
071500    	    DELIMITED BY SIZE INTO WS-BANNER-LINE.
071600    	MOVE WS-BANNER-LINE TO REPORT-RECORD.
071700    	PERFORM WRITE-REPORT-LINE.
071800    	MOVE SPACES TO WS-BANNER-LINE.
071900    	STRING "RUN DATE: " WS-CURRENT-DATE
072000    	    "   START: " WS-START-HH ":" WS-START-MM ":"
072100    	    WS-START-SS
072200    	    "   STOP: "  WS-STOP-HH ":" WS-STOP-MM ":"
072300    	    WS-STOP-SS
072400    	    DELIMITED BY SIZE INTO WS-BANNER-LINE.
072500    	MOVE WS-BANNER-LINE TO REPORT-RECORD.
072600    	PERFORM WRITE-REPORT-LINE.
072700    	MOVE SPACES TO WS-BANNER-LINE.
072800    	STRING "RECORDS READ: " WS-RECORDS-READ
072900    	    "   WRITTEN: " WS-RECORDS-WRITTEN
073000    	    "   REJECTED: " WS-RECORDS-REJECTED
073100    	    DELIMITED BY SIZE INTO WS-BANNER-LINE.
073200    	MOVE WS-BANNER-LINE TO REPORT-RECORD.
073300    	PERFORM WRITE-REPORT-LINE.
073400
073500 CLOSE-ALL-FILES.
073600    	IF WS-JOURNAL-STATUS NOT = "35" AND
073700    	   WS-JOURNAL-STATUS NOT = SPACES
073800    	CLOSE JOURNAL-FILE
073900    	END-IF.
074000    	IF WS-MAINT-JRNL-STATUS NOT = "35" AND
074100    	   WS-MAINT-JRNL-STATUS NOT = SPACES
074200    	CLOSE MAINT-JOURNAL-FILE
074300    	END-IF.
074400    	IF WS-DELTA-STATUS NOT = SPACES
074500    	CLOSE DELTA-FILE
074600    	END-IF.
074700    	MOVE "CLOS" TO CA-REQUEST-CODE.
074800    	CALL "CUSTLOOKUP" USING WS-COMM-AREA.
074900    	IF WS-REPORT-STATUS NOT = SPACES
075000    	CLOSE REPORT-FILE
075100    	MOVE "REPORT-FILE" TO WS-CHECK-FILE-NAME
075200    	MOVE WS-REPORT-STATUS TO WS-CHECK-FILE-STATUS
075300    	PERFORM FILE-STATUS-CHECK
075400    	END-IF.
075500
075600*    JOB-STREAM SEQUENCE ENFORCEMENT IN THE TEMPLATE.COB
075700*    STYLE: THE RUN IS REFUSED WHEN RECONPRF HAS NOT ENDED
075800*    CLEAN FOR THE RUN DATE - A MASTER OUT OF PROOF IS NEVER
075900*    SENT DOWNSTREAM - WHEN DLQREVW HAS NOT, SO ITS HOLDS ARE
075910*    NOT LEFT OUT OF THE DELTA, WHEN ARCHHIST HAS ALREADY
075920*    ROLLED THE NIGHT'S JOURNALS AWAY, OR WHEN THIS JOB ALREADY
076000*    RAN CLEAN THAT NIGHT.
076100 CHECK-RUN-CONTROL.
076200    	OPEN INPUT RUN-CONTROL-FILE.
076300    	IF WS-RUN-CONTROL-STATUS = "35"
076400    	SET RUN-CONTROL-EOF TO TRUE
076500    	ELSE
076600    	MOVE "RUN-CONTROL-FILE" TO WS-CHECK-FILE-NAME
076700    	MOVE WS-RUN-CONTROL-STATUS TO WS-CHECK-FILE-STATUS
076800    	PERFORM FILE-STATUS-CHECK
076900    	PERFORM READ-RUN-CONTROL-RECORD
077000    	PERFORM SCAN-RUN-CONTROL-ROW UNTIL RUN-CONTROL-EOF
077100    	CLOSE RUN-CONTROL-FILE
077200    	MOVE WS-RUN-CONTROL-STATUS TO WS-CHECK-FILE-STATUS
077300    	PERFORM FILE-STATUS-CHECK
077400    	END-IF.
077500    	IF WS-PREDECESSOR-ID NOT = SPACES AND
077600    	   PREDECESSOR-NOT-ENDED
077700    	MOVE "M008" TO MSG-NUMBER
077800    	SET MSG-SEVERITY-ERROR TO TRUE
077900    	MOVE SPACES TO MSG-TEXT
078000    	STRING "RUN REFUSED - PREDECESSOR "
078100    	    WS-PREDECESSOR-ID " HAS NOT ENDED CLEAN FOR "
078200    	    WS-RUN-DATE-NUM
078300    	    DELIMITED BY SIZE INTO MSG-TEXT
078400    	PERFORM LOG-OPERATOR-MESSAGE
078500    	PERFORM REFUSE-THE-RUN
078600    	END-IF.
078610    	IF REVIEW-NOT-ENDED
078620    	MOVE "M008" TO MSG-NUMBER
078630    	SET MSG-SEVERITY-ERROR TO TRUE
078640    	MOVE SPACES TO MSG-TEXT
078650    	STRING "RUN REFUSED - PREDECESSOR "
078660    	    WS-REVIEW-PREDECESSOR-ID " HAS NOT ENDED CLEAN FOR "
078670    	    WS-RUN-DATE-NUM
078680    	    DELIMITED BY SIZE INTO MSG-TEXT
078690    	PERFORM LOG-OPERATOR-MESSAGE
078695    	PERFORM REFUSE-THE-RUN
078698    	END-IF.
078699    	IF SUCCESSOR-ALREADY-RAN
078700    	MOVE "M029" TO MSG-NUMBER
078710    	SET MSG-SEVERITY-ERROR TO TRUE
078720    	MOVE SPACES TO MSG-TEXT
078730    	STRING "RUN REFUSED - " WS-SUCCESSOR-ID
078740    	    " ALREADY RAN CLEAN FOR " WS-RUN-DATE-NUM
078750    	    DELIMITED BY SIZE INTO MSG-TEXT
078760    	PERFORM LOG-OPERATOR-MESSAGE
078770    	PERFORM REFUSE-THE-RUN
078780    	END-IF.
078790    	IF ALREADY-RAN-CLEAN
078800    	MOVE "M009" TO MSG-NUMBER
078900    	SET MSG-SEVERITY-ERROR TO TRUE
079000    	MOVE SPACES TO MSG-TEXT
079100    	STRING "RUN REFUSED - " WS-WORK-PROGRAM-ID
079200    	    " ALREADY RAN CLEAN FOR " WS-RUN-DATE-NUM
079300    	    DELIMITED BY SIZE INTO MSG-TEXT
079400    	PERFORM LOG-OPERATOR-MESSAGE
079500    	PERFORM REFUSE-THE-RUN
079600    	END-IF.
079700
079800 READ-RUN-CONTROL-RECORD.
079900    	READ RUN-CONTROL-FILE
080000    	AT END
080100    	SET RUN-CONTROL-EOF TO TRUE
080200    	END-READ.
080300    	IF RUN-CONTROL-NOT-EOF
080400    	MOVE "RUN-CONTROL-FILE" TO WS-CHECK-FILE-NAME
080500    	MOVE WS-RUN-CONTROL-STATUS TO WS-CHECK-FILE-STATUS
080600    	PERFORM FILE-STATUS-CHECK
080700    	END-IF.
080800
080900 SCAN-RUN-CONTROL-ROW.
081000    	IF RC-RUN-DATE = WS-RUN-DATE-NUM AND
081100    	   RC-STATUS-ENDED AND RC-RETURN-CODE < 8
081200    	IF RC-PROGRAM-ID = WS-PREDECESSOR-ID
081300    	SET PREDECESSOR-ENDED-CLEAN TO TRUE
081400    	END-IF
081410    	IF RC-PROGRAM-ID = WS-REVIEW-PREDECESSOR-ID
081420    	SET REVIEW-ENDED-CLEAN TO TRUE
081430    	END-IF
081440    	IF RC-PROGRAM-ID = WS-SUCCESSOR-ID
081450    	SET SUCCESSOR-ALREADY-RAN TO TRUE
081460    	END-IF
081500    	IF RC-PROGRAM-ID = WS-WORK-PROGRAM-ID
081600    	SET ALREADY-RAN-CLEAN TO TRUE
081700    	END-IF
081800    	END-IF.
081900    	PERFORM READ-RUN-CONTROL-RECORD.
082000
082100 WRITE-RUN-CONTROL-START.
082200    	OPEN EXTEND RUN-CONTROL-FILE.
082300    	IF WS-RUN-CONTROL-STATUS = "35"
082400    	OPEN OUTPUT RUN-CONTROL-FILE
082500    	END-IF.
082600    	MOVE "RUN-CONTROL-FILE" TO WS-CHECK-FILE-NAME.
082700    	MOVE WS-RUN-CONTROL-STATUS TO WS-CHECK-FILE-STATUS.
082800    	PERFORM FILE-STATUS-CHECK.
082900    	MOVE WS-WORK-PROGRAM-ID TO RC-PROGRAM-ID.
083000    	MOVE WS-RUN-DATE-NUM TO RC-RUN-DATE.
083100    	MOVE WS-RUN-START-TIME TO RC-START-TIME.
083200    	MOVE ZERO TO RC-STOP-TIME.
083300    	MOVE ZERO TO RC-RETURN-CODE.
083400    	SET RC-STATUS-STARTED TO TRUE.
083500    	WRITE RUN-CONTROL-RECORD.
083600    	MOVE WS-RUN-CONTROL-STATUS TO WS-CHECK-FILE-STATUS.
083700    	PERFORM FILE-STATUS-CHECK.
083800    	CLOSE RUN-CONTROL-FILE.
083900    	MOVE WS-RUN-CONTROL-STATUS TO WS-CHECK-FILE-STATUS.
084000    	PERFORM FILE-STATUS-CHECK.
084100    	SET START-ROW-WRITTEN TO TRUE.
084200
084300 WRITE-RUN-CONTROL-STOP.
084400    	IF START-ROW-WRITTEN
084500    	OPEN EXTEND RUN-CONTROL-FILE
084600    	IF WS-RUN-CONTROL-STATUS = "35"
084700    	OPEN OUTPUT RUN-CONTROL-FILE
084800    	END-IF
084900    	MOVE "RUN-CONTROL-FILE" TO WS-CHECK-FILE-NAME
085000    	MOVE WS-RUN-CONTROL-STATUS TO WS-CHECK-FILE-STATUS
085100    	PERFORM FILE-STATUS-CHECK
085200    	MOVE WS-WORK-PROGRAM-ID TO RC-PROGRAM-ID
085300    	MOVE WS-RUN-DATE-NUM TO RC-RUN-DATE
085400    	MOVE WS-RUN-START-TIME TO RC-START-TIME
085500    	MOVE WS-RUN-STOP-TIME TO RC-STOP-TIME
085600    	MOVE WS-RETURN-CODE TO RC-RETURN-CODE
085700    	SET RC-STATUS-ENDED TO TRUE
085800    	WRITE RUN-CONTROL-RECORD
085900    	MOVE WS-RUN-CONTROL-STATUS TO WS-CHECK-FILE-STATUS
086000    	PERFORM FILE-STATUS-CHECK
086100    	CLOSE RUN-CONTROL-FILE
086200    	MOVE WS-RUN-CONTROL-STATUS TO WS-CHECK-FILE-STATUS
086300    	PERFORM FILE-STATUS-CHECK
086400    	END-IF.
086500
086600*    CONTROLLED REFUSAL IN THE TEMPLATE.COB STYLE: NOT AN
086700*    ABEND - THE REPORT AND RUN SUMMARY STILL PRINT, AND THE
086800*    DATA-ERROR RETURN CODE STOPS THE JOB HERE.
086900 REFUSE-THE-RUN.
087000    	SET WS-RC-DATA-ERROR TO TRUE.
087100    	PERFORM CLOSING-PROCEDURE.
087200    	PERFORM PROGRAM-DONE.
087300
087400 LOG-OPERATOR-MESSAGE.
087500    	MOVE WS-WORK-PROGRAM-ID TO MSG-PROGRAM-ID.
087600    	CALL "MSGWRITE" USING WS-MESSAGE-AREA.
087700
087800*    SHARED I/O-ERROR ABORT IN THE TEMPLATE.COB STYLE.  STATUS
087900*    "00" AND "10" ARE THE ONLY NON-ERROR CODES; ANYTHING ELSE
088000*    CLOSES WHAT IT CAN AND ABENDS WITH RETURN CODE 16.
088100 FILE-STATUS-CHECK.
088200    	IF WS-CHECK-FILE-STATUS NOT = "00" AND
088300    	   WS-CHECK-FILE-STATUS NOT = "10"
088400    	MOVE "M015" TO MSG-NUMBER
088500    	SET MSG-SEVERITY-FATAL TO TRUE
088600    	MOVE SPACES TO MSG-TEXT
088700    	STRING "FILE I/O ERROR ON " WS-CHECK-FILE-NAME
088800    	    " - STATUS = " WS-CHECK-FILE-STATUS
088900    	    DELIMITED BY SIZE INTO MSG-TEXT
089000    	PERFORM LOG-OPERATOR-MESSAGE
089100    	SET WS-RC-ABEND TO TRUE
089200    	SET ABEND-OCCURRED TO TRUE
089300    	IF CLOSING-NOT-IN-PROGRESS
089400    	PERFORM CLOSING-PROCEDURE
089500    	PERFORM PROGRAM-DONE
089600    	END-IF
089700    	END-IF.
