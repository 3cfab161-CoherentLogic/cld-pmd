000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. FINCHRG.
000300 AUTHOR. John Willis
000400*
000500* PMD 0.01
000600* COPYRIGHT (C) 2012 COHERENT LOGIC DEVELOPMENT LLC
000700*
000800* FINCHRG.COB: FINANCE-CHARGE ASSESSMENT
000900*   $Id$
001000*
001100* MONTHLY FINANCE-CHARGE AND LATE-FEE ASSESSMENT.  RUNS ON THE
001200* MONTHLY CYCLE ONLY (PARM-CYCLE-MONTHLY ON A CALENDAR
001300* MONTH-END DAY) AFTER RECONPRF HAS PROVEN THE NIGHT'S MASTER,
001400* SO NO CUSTOMER IS CHARGED ON A BALANCE THAT IS OUT OF PROOF.
001500* EVERY ACTIVE CUSTOMER WITH A DEBIT BALANCE IS AGED FROM ITS
001540* OLDEST OPEN DEBIT ON THE OPEN-ITEM LEDGER (OPENITEM), AS
001580* DLQREVW DATES IT, TO THE RUN DATE INTO THE SHOP'S AGING
001620* TIERS (CURRENT, 31-60, 61-90, OVER 90, AS CUSTRPT AGES
001660* THEM).  THE FINANCE CHARGES THIS JOB CUT ON EARLIER MONTHS
001700* ARE NOT COUNTED AS THE OLDEST DEBIT, AND NEITHER IS THE LAST
001710* ACTIVITY DATE - POSTING THE CHARGE ITSELF RESETS THAT, AND AN
001720* ACCOUNT AGED FROM IT WOULD ONLY BE CHARGED EVERY OTHER MONTH.
001730* ONLY A BALANCE THE LEDGER DOES NOT CARRY, OR A NIGHT WITH NO
001740* LEDGER ON DISK, FALLS BACK TO CUST-LAST-ACTIVITY-DATE.  EACH
001750* CUSTOMER IS CHARGED FROM THE RATE TABLE: A PERCENTAGE OF THE
001900* BALANCE BY TIER, RAISED TO THE TIER'S MINIMUM FEE, AND WAIVED
002000* FOR A BALANCE UNDER THE TIER'S THRESHOLD.  THE SHOP DEFAULTS
002100* ARE COMPILED BELOW; ACCOUNTING OVERRIDES A TIER WITH A RATE
002200* CARD ON FINRATE (FINRREC.CPY).
002300*
002400* THE CHARGES ARE NOT POSTED HERE.  THEY ARE CUT AS TYPE "A"
002500* ADJUSTMENT DETAILS ON FINTRAN, A STANDARD TRANSACTION FILE
002600* BETWEEN A CONTROL HEADER AND TRAILER (CTLREC.CPY) WITH THE
002700* PER-TYPE BUCKETS FILLED IN, DATED FOR THE NEXT BUSINESS DAY
002800* ON THE CALENDAR.  THAT NIGHT TRANMRG PROVES THE FILE AGAINST ITS
002830* OWN TRAILER AND MERGES IT WITH THE REGULAR FEED (TRANFEED)
002870* INTO THE ONE TRANFILE THE POSTING RUN READS, WHERE THE CHARGES
002880* ARE VALIDATED, POSTED, JOURNALED, REGISTERED IN TRANREG AND
003000* EXTRACTED TO THE GL LIKE ANY OTHER ITEM.  THE RATE TABLE IS
003100* ACCOUNTING'S STANDING APPROVAL, SO EACH CHARGE CARRIES THE
003200* SUPERVISOR-APPROVED FLAG.
003300*
003400* A PARM-MODE-TEST RUN PRINTS THE WOULD-BE CHARGES AND CUTS NO
003500* FILE; LIKE THE POSTING RUN'S SIMULATION IT STAYS OFF RUNCTL.
003600*
003700 ENVIRONMENT DIVISION.
003800 INPUT-OUTPUT SECTION.
003900 FILE-CONTROL.
004000
004100    	SELECT PARM-FILE ASSIGN TO "PARMFILE"
004200    	    ORGANIZATION IS LINE SEQUENTIAL
004300    	    FILE STATUS IS WS-PARM-STATUS.
004400
004500    	SELECT CALENDAR-FILE ASSIGN TO "CALNDR"
004600    	    ORGANIZATION IS LINE SEQUENTIAL
004700    	    FILE STATUS IS WS-CALENDAR-STATUS.
004800
004900    	SELECT RATE-FILE ASSIGN TO "FINRATE"
005000    	    ORGANIZATION IS LINE SEQUENTIAL
005100    	    FILE STATUS IS WS-RATE-STATUS.
005110
005120    	SELECT OPEN-ITEM-FILE ASSIGN TO "OPENITEM"
005130    	    ORGANIZATION IS INDEXED
005140    	    ACCESS MODE IS DYNAMIC
005150    	    RECORD KEY IS OIT-RECORD-KEY
005160    	    FILE STATUS IS WS-OPEN-ITEM-STATUS.
005200
005300    	SELECT TRAN-FILE ASSIGN TO "FINTRAN"
005400    	    ORGANIZATION IS LINE SEQUENTIAL
005500    	    FILE STATUS IS WS-TRAN-STATUS.
005600
005700    	SELECT REPORT-FILE ASSIGN TO "REPTFILE"
005800    	    ORGANIZATION IS LINE SEQUENTIAL
005900    	    FILE STATUS IS WS-REPORT-STATUS.
006000
006100    	SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
006200    	    ORGANIZATION IS LINE SEQUENTIAL
006300    	    FILE STATUS IS WS-RUN-CONTROL-STATUS.
006400
006500 DATA DIVISION.
006600 FILE SECTION.
006700
006800 FD  PARM-FILE.
006900 01  PARM-RECORD.
007000     COPY PARMREC.
007100
007200 FD  CALENDAR-FILE.
007300 01  CALENDAR-RECORD.
007400     COPY CALREC.
007500
007600 FD  RATE-FILE.
007700 01  RATE-RECORD.
007800     COPY FINRREC.
007810
007820 FD  OPEN-ITEM-FILE.
007830 01  OPEN-ITEM-RECORD.
007840     COPY OITMREC.
007900
008000 FD  TRAN-FILE.
008100 01  TRAN-RECORD               PIC X(132).
008200
008300 FD  REPORT-FILE.
008400 01  REPORT-RECORD             PIC X(132).
008500
008600 FD  RUN-CONTROL-FILE.
008700 01  RUN-CONTROL-RECORD.
008800     COPY RUNCREC.
008900
009000 WORKING-STORAGE SECTION.
009100
009200*    SHARED FILE-STATUS-CHECK CONTROLS
009300 01  WS-CHECK-FILE-NAME        PIC X(20)  VALUE SPACES.
009400 01  WS-CHECK-FILE-STATUS      PIC X(02)  VALUE SPACES.
009500
009600*    STANDARD JOB RETURN CODE, MOVED TO RETURN-CODE BY
009700*    PROGRAM-DONE.  RANGES AS IN TEMPLATE.COB.
009800 01  WS-RETURN-CODE            PIC 9(02)  VALUE ZERO.
009900     88  WS-RC-CLEAN                       VALUE 0.
010000     88  WS-RC-WARNING                     VALUE 4.
010100     88  WS-RC-DATA-ERROR                  VALUE 8.
010200     88  WS-RC-ABEND                       VALUE 16.
010300
010400 01  WS-PARM-STATUS            PIC X(02)  VALUE SPACES.
010500 01  WS-CALENDAR-STATUS        PIC X(02)  VALUE SPACES.
010600 01  WS-RATE-STATUS            PIC X(02)  VALUE SPACES.
010700 01  WS-TRAN-STATUS            PIC X(02)  VALUE SPACES.
010800 01  WS-REPORT-STATUS          PIC X(02)  VALUE SPACES.
010810 01  WS-OPEN-ITEM-STATUS       PIC X(02)  VALUE SPACES.
010900
011000 01  WS-WORK-PROGRAM-ID        PIC X(08)  VALUE "FINCHRG".
011100 01  WS-ABEND-SWITCH           PIC X(01)  VALUE "N".
011200     88  ABEND-OCCURRED                   VALUE "Y".
011300     88  NO-ABEND-OCCURRED                VALUE "N".
011400 01  WS-CLOSING-SWITCH         PIC X(01)  VALUE "N".
011500     88  CLOSING-IN-PROGRESS              VALUE "Y".
011600     88  CLOSING-NOT-IN-PROGRESS          VALUE "N".
011700
011800 01  WS-CALENDAR-EOF-SWITCH    PIC X(01)  VALUE "N".
011900     88  CALENDAR-EOF                     VALUE "Y".
012000     88  CALENDAR-NOT-EOF                 VALUE "N".
012100 01  WS-CAL-FOUND-SWITCH       PIC X(01)  VALUE "N".
012200     88  CAL-DATE-FOUND                   VALUE "Y".
012300     88  CAL-DATE-NOT-FOUND               VALUE "N".
012400 01  WS-CAL-DATE-X             PIC X(08)  VALUE SPACES.
012500*    THE RUN DATE'S OWN CALENDAR FLAGS, KEPT WHILE THE READ
012600*    CARRIES ON LOOKING FOR THE NEXT BUSINESS DAY.
012700 01  WS-RUN-DAY-TYPE           PIC X(01)  VALUE SPACE.
012800     88  RUN-DAY-BUSINESS-DAY             VALUE "B".
012900 01  WS-RUN-MONTH-END-FLAG     PIC X(01)  VALUE SPACE.
013000     88  RUN-DAY-MONTH-END-DUE            VALUE "Y".
013100 01  WS-RATE-EOF-SWITCH        PIC X(01)  VALUE "N".
013200     88  RATE-EOF                         VALUE "Y".
013300     88  RATE-NOT-EOF                     VALUE "N".
013400 01  WS-MASTER-EOF-SWITCH      PIC X(01)  VALUE "N".
013500     88  MASTER-EOF                       VALUE "Y".
013600     88  MASTER-NOT-EOF                   VALUE "N".
013610 01  WS-LEDGER-SWITCH          PIC X(01)  VALUE "Y".
013620     88  LEDGER-AVAILABLE                 VALUE "Y".
013630     88  LEDGER-NOT-AVAILABLE             VALUE "N".
013640 01  WS-ITEM-EOF-SWITCH        PIC X(01)  VALUE "N".
013650     88  ITEM-EOF                         VALUE "Y".
013660     88  ITEM-NOT-EOF                     VALUE "N".
013700
013800 01  WS-RUN-DATE-NUM           PIC 9(08)  VALUE ZERO.
013900 01  WS-RUN-DATE-INT           PIC S9(09) COMP VALUE ZERO.
014000*    THE POSTING DATE THE CHARGE FILE IS CUT FOR: THE FIRST
014100*    BUSINESS DAY ON THE CALENDAR AFTER THE RUN DATE.
014200 01  WS-POSTING-DATE           PIC 9(08)  VALUE ZERO.
014300 01  WS-CHARGE-REFERENCE       PIC X(20)  VALUE SPACES.
014310*    EVERY CHARGE THIS JOB CUTS IS REFERENCED WITH THIS PREFIX
014320*    AND THE RUN DATE, WHICH IS HOW ITS LEDGER ROW IS KNOWN
014330*    WHEN THE ACCOUNT IS AGED ON A LATER MONTH.
014340 01  WS-CHARGE-REF-PREFIX      PIC X(06)  VALUE "FINCHG".
014400
014500*    THE RATE TABLE, ONE TIER PER AGING BUCKET.  THE VALUES
014600*    BELOW ARE THE SHOP DEFAULTS: NOTHING ON A CURRENT
014700*    ACCOUNT, 1.5 PERCENT A MONTH AT 31-90 DAYS AND 2 PERCENT
014800*    PAST 90, NEVER LESS THAN THE TIER MINIMUM, AND NO CHARGE
014900*    AT ALL ON A BALANCE UNDER 10.00.
015000 01  WS-RATE-TABLE-VALUES.
015100     05  FILLER                PIC X(10) VALUE "CURRENT".
015200     05  FILLER                PIC 9(02)V9(03) VALUE ZERO.
015300     05  FILLER                PIC 9(05)V99 VALUE ZERO.
015400     05  FILLER                PIC 9(07)V99 VALUE ZERO.
015500     05  FILLER                PIC X(10) VALUE "31-60".
015600     05  FILLER                PIC 9(02)V9(03) VALUE 1.5.
015700     05  FILLER                PIC 9(05)V99 VALUE 2.00.
015800     05  FILLER                PIC 9(07)V99 VALUE 10.00.
015900     05  FILLER                PIC X(10) VALUE "61-90".
016000     05  FILLER                PIC 9(02)V9(03) VALUE 1.5.
016100     05  FILLER                PIC 9(05)V99 VALUE 2.00.
016200     05  FILLER                PIC 9(07)V99 VALUE 10.00.
016300     05  FILLER                PIC X(10) VALUE "OVER 90".
016400     05  FILLER                PIC 9(02)V9(03) VALUE 2.0.
016500     05  FILLER                PIC 9(05)V99 VALUE 5.00.
016600     05  FILLER                PIC 9(07)V99 VALUE 10.00.
016700 01  WS-RATE-TABLE REDEFINES WS-RATE-TABLE-VALUES.
016800     05  WS-RATE-TIER OCCURS 4 TIMES.
016900         10  WS-TIER-LABEL         PIC X(10).
017000         10  WS-TIER-RATE          PIC 9(02)V9(03).
017100         10  WS-TIER-MINIMUM       PIC 9(05)V99.
017200         10  WS-TIER-WAIVER        PIC 9(07)V99.
017300 01  WS-TIER-SUB               PIC S9(04) COMP VALUE ZERO.
017400 01  WS-RATE-CARDS-READ        PIC 9(05)  VALUE ZERO.
017500
017600*    THE CUSTOMER BEING ASSESSED
017700 01  WS-CUSTOMER-WORK.
017800     COPY CUSTREC.
017900 01  WS-ACTIVITY-DATE-INT      PIC S9(09) COMP VALUE ZERO.
018000 01  WS-AGE-DAYS               PIC S9(05) COMP VALUE ZERO.
018010 01  WS-OLDEST-DEBIT-DATE      PIC 9(08)  VALUE ZERO.
018020 01  WS-CUSTOMER-ITEM-TOTAL    PIC S9(11)V99 VALUE ZERO.
018100 01  WS-CHARGE-AMOUNT          PIC 9(09)V99 VALUE ZERO.
018200*    WHAT HAPPENS TO THE CUSTOMER IN FLIGHT.  ONLY ACTIVE
018300*    ACCOUNTS WITH A DEBIT BALANCE IN A CHARGED TIER ARE
018400*    ASSESSED; OF THOSE, A BALANCE UNDER THE TIER THRESHOLD
018500*    IS WAIVED.
018600 01  WS-ASSESS-SWITCH          PIC X(01)  VALUE SPACE.
018700     88  ASSESS-NOT-ACTIVE                VALUE "I".
018800     88  ASSESS-NO-BALANCE                VALUE "Z".
018900     88  ASSESS-NOT-NUMERIC               VALUE "X".
019000     88  ASSESS-TIER-NOT-CHARGED          VALUE "N".
019100     88  ASSESS-WAIVED                    VALUE "W".
019200     88  ASSESS-CHARGED                   VALUE "C".
019300
019400*    OUTBOUND DETAIL AND CONTROL RECORDS, BUILT HERE AND MOVED
019500*    TO THE 132-BYTE FINTRAN RECORD AS TEMPLATE.COB BUILDS ITS
019600*    OUTBOUND FILE.
019700 01  WS-TRAN-WORK.
019800     COPY TRANREC.
019900 01  WS-CONTROL-WORK.
020000     COPY CTLREC.
020100 01  WS-HASH-OUT               PIC 9(13)V99 VALUE ZERO.
020200 01  WS-TYPE-TOTALS-OUT.
020300     05  WS-TYPE-OUT-ENTRY OCCURS 4 TIMES.
020400         10  WS-TYPE-OUT-COUNT     PIC 9(07).
020500         10  WS-TYPE-OUT-AMOUNT    PIC 9(11)V99.
020600 01  WS-TYPE-SUB               PIC S9(04) COMP VALUE ZERO.
020700
020800*    RUN TOTALS FOR THE REPORT TRAILER
020900 01  WS-CUSTOMERS-READ         PIC 9(09)  VALUE ZERO.
021000 01  WS-CUSTOMERS-CHARGED      PIC 9(09)  VALUE ZERO.
021100 01  WS-CUSTOMERS-WAIVED       PIC 9(09)  VALUE ZERO.
021200 01  WS-CUSTOMERS-NOT-CHARGED  PIC 9(09)  VALUE ZERO.
021300 01  WS-CHARGES-TOTAL          PIC 9(11)V99 VALUE ZERO.
021400 01  WS-CHARGES-TOTAL-EDIT     PIC -(12)9.99.
021500
021600*    RUN-CONTROL CONTROLS IN THE TEMPLATE.COB STYLE.  CHARGES
021700*    ARE ONLY ASSESSED ON A MASTER RECONPRF HAS PROVEN FOR THE
021800*    NIGHT, SO RECONPRF IS THE PREDECESSOR; THE ALREADY-RAN-
021900*    CLEAN REFUSAL KEEPS A CUSTOMER FROM BEING CHARGED TWICE
022000*    FOR ONE MONTH.
022100 01  WS-RUN-CONTROL-STATUS     PIC X(02)  VALUE SPACES.
022200 01  WS-PREDECESSOR-ID         PIC X(08)  VALUE "RECONPRF".
022300 01  WS-RUN-CONTROL-EOF-SWITCH PIC X(01)  VALUE "N".
022400     88  RUN-CONTROL-EOF                  VALUE "Y".
022500     88  RUN-CONTROL-NOT-EOF              VALUE "N".
022600 01  WS-PRED-CLEAN-SWITCH      PIC X(01)  VALUE "N".
022700     88  PREDECESSOR-ENDED-CLEAN          VALUE "Y".
022800     88  PREDECESSOR-NOT-ENDED            VALUE "N".
022900 01  WS-SELF-CLEAN-SWITCH      PIC X(01)  VALUE "N".
023000     88  ALREADY-RAN-CLEAN                VALUE "Y".
023100     88  NOT-YET-RAN-CLEAN                VALUE "N".
023200 01  WS-START-ROW-SWITCH       PIC X(01)  VALUE "N".
023300     88  START-ROW-WRITTEN                VALUE "Y".
023400     88  START-ROW-NOT-WRITTEN            VALUE "N".
023500
023600*    SHOP MESSAGE FACILITY CONTROLS.  SERIOUS CONDITIONS GO
023700*    OUT THROUGH MSGWRITE TO THE CONSOLE AND THE DATED
023800*    MESSAGE FILE READ BY THE EXCPRPT EXCEPTION REPORT.
023900 01  WS-MESSAGE-AREA.
024000     COPY MSGCOMM.
024100
024200*    CENTRALIZED DATE-WINDOW/CENTURY CONTROLS
024300     COPY DATEUTIL.
024400
024500*    OUTBOUND SUBPROGRAM CALL CONTROLS
024600 01  WS-COMM-AREA.
024700     COPY COMMAREA.
024800
024900*    RUN-SUMMARY BANNER CONTROLS
025000 01  WS-RUN-START-TIME.
025100     05  WS-START-HH           PIC 99     VALUE ZERO.
025200     05  WS-START-MM           PIC 99     VALUE ZERO.
025300     05  WS-START-SS           PIC 99     VALUE ZERO.
025400     05  WS-START-HS           PIC 99     VALUE ZERO.
025500 01  WS-RUN-STOP-TIME.
025600     05  WS-STOP-HH            PIC 99     VALUE ZERO.
025700     05  WS-STOP-MM            PIC 99     VALUE ZERO.
025800     05  WS-STOP-SS            PIC 99     VALUE ZERO.
025900     05  WS-STOP-HS            PIC 99     VALUE ZERO.
026000 01  WS-RECORDS-READ           PIC 9(09)  VALUE ZERO.
026100 01  WS-RECORDS-WRITTEN        PIC 9(09)  VALUE ZERO.
026200 01  WS-RECORDS-REJECTED       PIC 9(09)  VALUE ZERO.
026300 01  WS-BANNER-LINE            PIC X(132) VALUE SPACES.
026400
026500*    ASSESSMENT REPORT LINE LAYOUTS (REPTFILE)
026600 01  WS-REPORT-HEADING-1.
026700     05  FILLER                PIC X(40)  VALUE
026800         "FINCHRG FINANCE-CHARGE ASSESSMENT - RUN ".
026900     05  RPT-HDG-RUN-DATE      PIC 9(08).
027000     05  FILLER                PIC X(14)  VALUE
027100         "   POSTING ON ".
027200     05  RPT-HDG-POSTING-DATE  PIC 9(08).
027300     05  FILLER                PIC X(02)  VALUE SPACES.
027400     05  RPT-HDG-MODE          PIC X(30).
027500     05  FILLER                PIC X(30)  VALUE SPACES.
027600 01  WS-RATE-LINE.
027700     05  FILLER                PIC X(06)  VALUE " TIER ".
027800     05  RPT-TIER-LABEL        PIC X(10).
027900     05  FILLER                PIC X(07)  VALUE " RATE: ".
028000     05  RPT-TIER-RATE         PIC Z9.999.
028100     05  FILLER                PIC X(13)  VALUE "%   MINIMUM: ".
028200     05  RPT-TIER-MINIMUM      PIC ZZZZ9.99.
028300     05  FILLER                PIC X(17)  VALUE
028400         "   WAIVED UNDER: ".
028500     05  RPT-TIER-WAIVER       PIC ZZZZZZ9.99.
028600     05  FILLER                PIC X(55)  VALUE SPACES.
028700 01  WS-REPORT-HEADING-2.
028800     05  FILLER                PIC X(22)  VALUE " CUSTOMER KEY".
028900     05  FILLER                PIC X(32)  VALUE "NAME".
029000     05  FILLER                PIC X(06)  VALUE " DAYS".
029100     05  FILLER                PIC X(11)  VALUE "TIER".
029200     05  FILLER                PIC X(15)  VALUE "        BALANCE".
029300     05  FILLER                PIC X(15)  VALUE "         CHARGE".
029400     05  FILLER                PIC X(02)  VALUE SPACES.
029500     05  FILLER                PIC X(29)  VALUE "ACTION".
029600 01  WS-REPORT-DETAIL.
029700     05  FILLER                PIC X(01)  VALUE SPACE.
029800     05  RPT-CUST-KEY          PIC X(20).
029900     05  FILLER                PIC X(01)  VALUE SPACE.
030000     05  RPT-CUST-NAME         PIC X(30).
030100     05  FILLER                PIC X(02)  VALUE SPACES.
030200     05  RPT-AGE-DAYS          PIC ZZZZ9.
030300     05  FILLER                PIC X(01)  VALUE SPACE.
030400     05  RPT-TIER              PIC X(10).
030500     05  FILLER                PIC X(01)  VALUE SPACE.
030600     05  RPT-BALANCE           PIC -(10)9.99.
030700     05  FILLER                PIC X(01)  VALUE SPACE.
030800     05  RPT-CHARGE            PIC Z(10)9.99.
030900     05  FILLER                PIC X(02)  VALUE SPACES.
031000     05  RPT-ACTION            PIC X(14).
031100     05  FILLER                PIC X(16)  VALUE SPACES.
031200
031300 PROCEDURE DIVISION.
031400 PROGRAM-BEGIN.
031500    	PERFORM OPENING-PROCEDURE.
031600    	PERFORM MAIN-PROCESS.
031700    	PERFORM CLOSING-PROCEDURE.
031800    	PERFORM PROGRAM-DONE.
031900
032000 PROGRAM-EXIT.
032100    	EXIT PROGRAM.
032200
032300 PROGRAM-DONE.
032400    	MOVE WS-RETURN-CODE TO RETURN-CODE.
032500    	STOP RUN.
032600
032700*    A SIMULATION RUN STAYS OFF THE RUN-CONTROL FILE, AS THE
032800*    POSTING RUN'S DOES: A DRY RUN THAT CUT NO FILE MUST NOT
032900*    BLOCK THE REAL ASSESSMENT WITH AN ALREADY-RAN-CLEAN
033000*    REFUSAL THAT NIGHT.
033100 OPENING-PROCEDURE.
033200    	ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
033300    	ACCEPT WS-RUN-START-TIME FROM TIME.
033400    	PERFORM READ-PARM-RECORD.
033500    	PERFORM EDIT-PARM-FIELDS.
033600    	PERFORM OPEN-REPORT-FILE.
033700    	PERFORM WRITE-REPORT-HEADING.
033800    	PERFORM VERIFY-RUN-DATE.
033900    	IF NOT PARM-MODE-TEST
034000    	PERFORM CHECK-RUN-CONTROL
034100    	PERFORM WRITE-RUN-CONTROL-START
034200    	END-IF.
034300    	PERFORM LOAD-RATE-TABLE.
034400    	PERFORM WRITE-RATE-TABLE.
034410    	PERFORM OPEN-OPEN-ITEM-FILE.
034500    	PERFORM OPEN-TRAN-FILE.
034600
034700 READ-PARM-RECORD.
034800    	OPEN INPUT PARM-FILE.
034900    	MOVE "PARM-FILE" TO WS-CHECK-FILE-NAME.
035000    	MOVE WS-PARM-STATUS TO WS-CHECK-FILE-STATUS.
035100    	PERFORM FILE-STATUS-CHECK.
035200    	READ PARM-FILE.
035300    	MOVE WS-PARM-STATUS TO WS-CHECK-FILE-STATUS.
035400    	PERFORM FILE-STATUS-CHECK.
035500    	CLOSE PARM-FILE.
035600    	MOVE WS-PARM-STATUS TO WS-CHECK-FILE-STATUS.
035700    	PERFORM FILE-STATUS-CHECK.
035800
035900 EDIT-PARM-FIELDS.
036000    	IF PARM-RUN-DATE IS NUMERIC
036100    	MOVE PARM-RUN-DATE TO WS-RUN-DATE-NUM
036200    	ELSE
036300    	MOVE WS-CURRENT-DATE TO WS-RUN-DATE-NUM
036400    	END-IF.
036500    	COMPUTE WS-RUN-DATE-INT =
036600    	    FUNCTION INTEGER-OF-DATE(WS-RUN-DATE-NUM).
036700
036800 OPEN-REPORT-FILE.
036900    	OPEN OUTPUT REPORT-FILE.
037000    	MOVE "REPORT-FILE" TO WS-CHECK-FILE-NAME.
037100    	MOVE WS-REPORT-STATUS TO WS-CHECK-FILE-STATUS.
037200    	PERFORM FILE-STATUS-CHECK.
037300
037400 WRITE-REPORT-HEADING.
037500    	MOVE WS-RUN-DATE-NUM TO RPT-HDG-RUN-DATE.
037600    	MOVE ZERO TO RPT-HDG-POSTING-DATE.
037700    	IF PARM-MODE-TEST
037800    	MOVE "TEST MODE - NO FILE CUT" TO RPT-HDG-MODE
037900    	ELSE
038000    	MOVE SPACES TO RPT-HDG-MODE
038100    	END-IF.
038200    	MOVE WS-REPORT-HEADING-1 TO REPORT-RECORD.
038300    	PERFORM WRITE-REPORT-LINE.
038400    	MOVE SPACES TO REPORT-RECORD.
038500    	PERFORM WRITE-REPORT-LINE.
038600
038700*    MONTHLY-CYCLE CHECK.  ASSESSMENT IS A MONTH-END JOB, SO A
038800*    CARD ASKING FOR ANY OTHER CYCLE IS REFUSED OUTRIGHT, AND
038900*    THE BUSINESS-DAY CALENDAR (CALNDR) MUST SHOW THE RUN DATE
039000*    AS A MONTH-END DAY EXACTLY AS VERIFY-RUN-DATE ENFORCES IT
039100*    IN TEMPLATE.COB.  THE SAME PASS OF THE CALENDAR FINDS THE
039200*    NEXT BUSINESS DAY, WHICH DATES THE CHARGE FILE.
039300 VERIFY-RUN-DATE.
039400    	IF NOT PARM-CYCLE-MONTHLY
039500    	MOVE "M021" TO MSG-NUMBER
039600    	SET MSG-SEVERITY-ERROR TO TRUE
039700    	MOVE SPACES TO MSG-TEXT
039800    	STRING "RUN REFUSED - ASSESSMENT RUNS ON THE MONTHLY"
039900    	    " CYCLE ONLY, CARD CYCLE IS " PARM-CYCLE-FLAG
040000    	    DELIMITED BY SIZE INTO MSG-TEXT
040100    	PERFORM LOG-OPERATOR-MESSAGE
040200    	PERFORM REFUSE-THE-RUN
040300    	END-IF.
040400    	OPEN INPUT CALENDAR-FILE.
040500    	IF WS-CALENDAR-STATUS = "35"
040600    	MOVE "M001" TO MSG-NUMBER
040700    	SET MSG-SEVERITY-ERROR TO TRUE
040800    	MOVE "RUN REFUSED - NO BUSINESS-DAY CALENDAR (CALNDR)"
040900    	    TO MSG-TEXT
041000    	PERFORM LOG-OPERATOR-MESSAGE
041100    	PERFORM REFUSE-THE-RUN
041200    	END-IF.
041300    	MOVE "CALENDAR-FILE" TO WS-CHECK-FILE-NAME.
041400    	MOVE WS-CALENDAR-STATUS TO WS-CHECK-FILE-STATUS.
041500    	PERFORM FILE-STATUS-CHECK.
041600    	PERFORM READ-CALENDAR-RECORD.
041700    	PERFORM LOOK-FOR-RUN-DATE
041800    	    UNTIL CAL-DATE-FOUND OR CALENDAR-EOF.
041900    	IF CAL-DATE-FOUND
042000    	MOVE CAL-DAY-TYPE TO WS-RUN-DAY-TYPE
042100    	MOVE CAL-MONTH-END-FLAG TO WS-RUN-MONTH-END-FLAG
042200    	PERFORM READ-CALENDAR-RECORD
042300    	PERFORM LOOK-FOR-POSTING-DATE
042400    	    UNTIL WS-POSTING-DATE > ZERO OR CALENDAR-EOF
042500    	END-IF.
042600    	CLOSE CALENDAR-FILE.
042700    	MOVE WS-CALENDAR-STATUS TO WS-CHECK-FILE-STATUS.
042800    	PERFORM FILE-STATUS-CHECK.
042900    	PERFORM CHECK-CALENDAR-RULES.
043000
043100 READ-CALENDAR-RECORD.
043200    	READ CALENDAR-FILE
043300    	AT END
043400    	SET CALENDAR-EOF TO TRUE
043500    	END-READ.
043600    	IF CALENDAR-NOT-EOF
043700    	MOVE "CALENDAR-FILE" TO WS-CHECK-FILE-NAME
043800    	MOVE WS-CALENDAR-STATUS TO WS-CHECK-FILE-STATUS
043900    	PERFORM FILE-STATUS-CHECK
044000    	END-IF.
044100
044200 LOOK-FOR-RUN-DATE.
044300    	MOVE CAL-DATE TO WS-CAL-DATE-X.
044400    	IF WS-CAL-DATE-X = PARM-RUN-DATE
044500    	SET CAL-DATE-FOUND TO TRUE
044600    	ELSE
044700    	PERFORM READ-CALENDAR-RECORD
044800    	END-IF.
044900
045000 LOOK-FOR-POSTING-DATE.
045100    	IF CAL-BUSINESS-DAY AND CAL-DATE > WS-RUN-DATE-NUM
045200    	MOVE CAL-DATE TO WS-POSTING-DATE
045300    	ELSE
045400    	PERFORM READ-CALENDAR-RECORD
045500    	END-IF.
045600
045700 CHECK-CALENDAR-RULES.
045800    	IF CAL-DATE-NOT-FOUND
045900    	MOVE "M002" TO MSG-NUMBER
046000    	SET MSG-SEVERITY-ERROR TO TRUE
046100    	MOVE SPACES TO MSG-TEXT
046200    	STRING "RUN REFUSED - RUN DATE " PARM-RUN-DATE
046300    	    " NOT ON BUSINESS-DAY CALENDAR"
046400    	    DELIMITED BY SIZE INTO MSG-TEXT
046500    	PERFORM LOG-OPERATOR-MESSAGE
046600    	PERFORM REFUSE-THE-RUN
046700    	END-IF.
046800    	IF NOT RUN-DAY-BUSINESS-DAY
046900    	MOVE "M003" TO MSG-NUMBER
047000    	SET MSG-SEVERITY-ERROR TO TRUE
047100    	MOVE SPACES TO MSG-TEXT
047200    	STRING "RUN REFUSED - " PARM-RUN-DATE
047300    	    " IS NOT A BUSINESS DAY"
047400    	    DELIMITED BY SIZE INTO MSG-TEXT
047500    	PERFORM LOG-OPERATOR-MESSAGE
047600    	PERFORM REFUSE-THE-RUN
047700    	END-IF.
047800    	IF NOT RUN-DAY-MONTH-END-DUE
047900    	MOVE "M004" TO MSG-NUMBER
048000    	SET MSG-SEVERITY-ERROR TO TRUE
048100    	MOVE SPACES TO MSG-TEXT
048200    	STRING "RUN REFUSED - MONTHLY CYCLE NOT DUE ON "
048300    	    PARM-RUN-DATE
048400    	    DELIMITED BY SIZE INTO MSG-TEXT
048500    	PERFORM LOG-OPERATOR-MESSAGE
048600    	PERFORM REFUSE-THE-RUN
048700    	END-IF.
048800    	IF WS-POSTING-DATE = ZERO
048900    	MOVE "M002" TO MSG-NUMBER
049000    	SET MSG-SEVERITY-ERROR TO TRUE
049100    	MOVE SPACES TO MSG-TEXT
049200    	STRING "RUN REFUSED - NO BUSINESS DAY AFTER "
049300    	    PARM-RUN-DATE " ON CALENDAR TO POST CHARGES"
049400    	    DELIMITED BY SIZE INTO MSG-TEXT
049500    	PERFORM LOG-OPERATOR-MESSAGE
049600    	PERFORM REFUSE-THE-RUN
049700    	END-IF.
049800    	MOVE WS-POSTING-DATE TO RPT-HDG-POSTING-DATE.
049900    	MOVE SPACES TO WS-CHARGE-REFERENCE.
050000    	STRING WS-CHARGE-REF-PREFIX WS-RUN-DATE-NUM
050100    	    DELIMITED BY SIZE INTO WS-CHARGE-REFERENCE.
050200
050300*    RATE CARDS OVERRIDE THE COMPILED TIER DEFAULTS.  AN
050400*    ABSENT FINRATE (STATUS 35) SIMPLY MEANS THE DEFAULTS
050500*    STAND.  A CARD THAT NAMES NO VALID TIER OR CARRIES A
050600*    NON-NUMERIC FIGURE IS REFUSED RATHER THAN GUESSED AT -
050700*    CUSTOMERS ARE NOT CHARGED FROM A RATE NOBODY CAN READ.
050800 LOAD-RATE-TABLE.
050900    	OPEN INPUT RATE-FILE.
051000    	IF WS-RATE-STATUS = "35"
051100    	SET RATE-EOF TO TRUE
051200    	ELSE
051300    	MOVE "RATE-FILE" TO WS-CHECK-FILE-NAME
051400    	MOVE WS-RATE-STATUS TO WS-CHECK-FILE-STATUS
051500    	PERFORM FILE-STATUS-CHECK
051600    	PERFORM READ-RATE-RECORD
051700    	PERFORM LOAD-ONE-RATE-CARD UNTIL RATE-EOF
051800    	CLOSE RATE-FILE
051900    	MOVE WS-RATE-STATUS TO WS-CHECK-FILE-STATUS
052000    	PERFORM FILE-STATUS-CHECK
052100    	END-IF.
052200
052300 READ-RATE-RECORD.
052400    	READ RATE-FILE
052500    	AT END
052600    	SET RATE-EOF TO TRUE
052700    	END-READ.
052800    	IF RATE-NOT-EOF
052900    	MOVE "RATE-FILE" TO WS-CHECK-FILE-NAME
053000    	MOVE WS-RATE-STATUS TO WS-CHECK-FILE-STATUS
053100    	PERFORM FILE-STATUS-CHECK
053200    	END-IF.
053300
053400 LOAD-ONE-RATE-CARD.
053500    	ADD 1 TO WS-RATE-CARDS-READ.
053600    	IF FNR-TIER-NUMBER IS NUMERIC AND
053700    	   FNR-TIER-VALID AND
053800    	   FNR-RATE-PERCENT IS NUMERIC AND
053900    	   FNR-MINIMUM-FEE IS NUMERIC AND
054000    	   FNR-WAIVER-BALANCE IS NUMERIC
054100    	MOVE FNR-TIER-NUMBER TO WS-TIER-SUB
054200    	MOVE FNR-RATE-PERCENT TO WS-TIER-RATE(WS-TIER-SUB)
054300    	MOVE FNR-MINIMUM-FEE TO WS-TIER-MINIMUM(WS-TIER-SUB)
054400    	MOVE FNR-WAIVER-BALANCE TO WS-TIER-WAIVER(WS-TIER-SUB)
054500    	ELSE
054600    	MOVE "M021" TO MSG-NUMBER
054700    	SET MSG-SEVERITY-ERROR TO TRUE
054800    	MOVE SPACES TO MSG-TEXT
054900    	STRING "RUN REFUSED - INVALID FINRATE CARD NUMBER "
055000    	    WS-RATE-CARDS-READ
055100    	    DELIMITED BY SIZE INTO MSG-TEXT
055200    	PERFORM LOG-OPERATOR-MESSAGE
055300    	PERFORM REFUSE-THE-RUN
055400    	END-IF.
055500    	PERFORM READ-RATE-RECORD.
055600
055606*    THE LEDGER IS ONLY READ.  AN ABSENT LEDGER (STATUS 35)
055612*    IS NOT AN ERROR: EVERY BALANCE IS THEN AGED FROM ITS
055618*    LAST ACTIVITY.
055624 OPEN-OPEN-ITEM-FILE.
055630    	OPEN INPUT OPEN-ITEM-FILE.
055636    	IF WS-OPEN-ITEM-STATUS = "35"
055642    	SET LEDGER-NOT-AVAILABLE TO TRUE
055648    	MOVE SPACES TO WS-OPEN-ITEM-STATUS
055654    	ELSE
055660    	MOVE "OPEN-ITEM-FILE" TO WS-CHECK-FILE-NAME
055666    	MOVE WS-OPEN-ITEM-STATUS TO WS-CHECK-FILE-STATUS
055672    	PERFORM FILE-STATUS-CHECK
055678    	END-IF.
055684
055700*    THE RATES IN FORCE HEAD THE REPORT, SO EVERY CHARGE ON
055800*    IT CAN BE CHECKED AGAINST THE TABLE THAT PRODUCED IT.
055900 WRITE-RATE-TABLE.
056000    	MOVE 1 TO WS-TIER-SUB.
056100    	PERFORM WRITE-ONE-RATE-LINE UNTIL WS-TIER-SUB > 4.
056200    	MOVE SPACES TO REPORT-RECORD.
056300    	PERFORM WRITE-REPORT-LINE.
056400    	MOVE WS-REPORT-HEADING-2 TO REPORT-RECORD.
056500    	PERFORM WRITE-REPORT-LINE.
056600
056700 WRITE-ONE-RATE-LINE.
056800    	MOVE WS-TIER-LABEL(WS-TIER-SUB) TO RPT-TIER-LABEL.
056900    	MOVE WS-TIER-RATE(WS-TIER-SUB) TO RPT-TIER-RATE.
057000    	MOVE WS-TIER-MINIMUM(WS-TIER-SUB) TO RPT-TIER-MINIMUM.
057100    	MOVE WS-TIER-WAIVER(WS-TIER-SUB) TO RPT-TIER-WAIVER.
057200    	MOVE WS-RATE-LINE TO REPORT-RECORD.
057300    	PERFORM WRITE-REPORT-LINE.
057400    	ADD 1 TO WS-TIER-SUB.
057500
057600*    THE CHARGE FILE OPENS WITH ITS CONTROL HEADER, DATED FOR
057700*    THE NIGHT TRANMRG MERGES IT INTO THE POSTING RUN'S
057800*    TRANFILE.  A TEST RUN CUTS NO FILE AT ALL.
057900 OPEN-TRAN-FILE.
058000    	IF NOT PARM-MODE-TEST
058100    	OPEN OUTPUT TRAN-FILE
058200    	MOVE "TRAN-FILE" TO WS-CHECK-FILE-NAME
058300    	MOVE WS-TRAN-STATUS TO WS-CHECK-FILE-STATUS
058400    	PERFORM FILE-STATUS-CHECK
058500    	MOVE SPACES TO WS-CONTROL-WORK
058600    	MOVE "HDR" TO CTL-RECORD-TYPE
058700    	MOVE WS-POSTING-DATE TO CTL-RUN-DATE
058800    	MOVE ZERO TO CTL-RECORD-COUNT
058900    	MOVE ZERO TO CTL-AMOUNT-HASH
059000    	INITIALIZE CTL-TYPE-TOTALS
059100    	MOVE WS-CONTROL-WORK TO TRAN-RECORD
059200    	PERFORM WRITE-TRAN-RECORD
059300    	END-IF.
059400
059500*    THE MASTER IS WALKED IN KEY ORDER THROUGH THE CUSTLOOKUP
059600*    STRT/NEXT REQUESTS, AS CUSTPURG WALKS IT.
059700 MAIN-PROCESS.
059800    	INITIALIZE WS-TYPE-TOTALS-OUT.
059900    	MOVE "STRT" TO CA-REQUEST-CODE.
060000    	MOVE SPACES TO CA-KEY.
060100    	PERFORM CALL-CUSTOMER-SERVICE.
060200    	IF CA-STATUS-NOT-FOUND
060300    	SET MASTER-EOF TO TRUE
060400    	END-IF.
060500    	PERFORM READ-NEXT-CUSTOMER.
060600    	PERFORM ASSESS-ONE-CUSTOMER UNTIL MASTER-EOF.
060700
060800 READ-NEXT-CUSTOMER.
060900    	IF MASTER-NOT-EOF
061000    	MOVE "NEXT" TO CA-REQUEST-CODE
061100    	PERFORM CALL-CUSTOMER-SERVICE
061200    	IF CA-STATUS-OK
061300    	MOVE CA-KEY TO CUST-KEY
061400    	MOVE CA-RESPONSE-DATA TO CUST-DATA
061500    	ADD 1 TO WS-RECORDS-READ
061600    	ELSE
061700    	SET MASTER-EOF TO TRUE
061800    	END-IF
061900    	END-IF.
062000
062100 ASSESS-ONE-CUSTOMER.
062200    	ADD 1 TO WS-CUSTOMERS-READ.
062300    	PERFORM CLASSIFY-THIS-CUSTOMER.
062400    	IF ASSESS-CHARGED
062500    	PERFORM COMPUTE-THE-CHARGE
062600    	PERFORM WRITE-CHARGE-DETAIL
062700    	END-IF.
062800    	IF ASSESS-CHARGED OR ASSESS-WAIVED OR ASSESS-NOT-NUMERIC
062900    	PERFORM WRITE-ASSESSMENT-LINE
063000    	ELSE
063100    	ADD 1 TO WS-CUSTOMERS-NOT-CHARGED
063200    	END-IF.
063300    	PERFORM READ-NEXT-CUSTOMER.
063400
063500*    ONLY AN ACTIVE ACCOUNT WITH A DEBIT BALANCE IS A
063600*    CANDIDATE.  IT IS AGED FROM ITS OLDEST OPEN DEBIT INTO
063700*    THE SHOP'S FOUR TIERS; A BALANCE THAT HAS NEVER SEEN
063800*    ACTIVITY AGES AS OVER 90.  A BALANCE THAT CANNOT BE READ
063900*    IS REPORTED AND NOT CHARGED.
064000 CLASSIFY-THIS-CUSTOMER.
064100    	MOVE ZERO TO WS-AGE-DAYS.
064200    	MOVE ZERO TO WS-TIER-SUB.
064300    	MOVE ZERO TO WS-CHARGE-AMOUNT.
064400    	IF NOT CUST-STATUS-ACTIVE
064500    	SET ASSESS-NOT-ACTIVE TO TRUE
064600    	ELSE
064700    	IF CUST-CURRENT-BALANCE NOT NUMERIC
064800    	SET ASSESS-NOT-NUMERIC TO TRUE
064900    	ELSE
065000    	IF CUST-CURRENT-BALANCE NOT > ZERO
065100    	SET ASSESS-NO-BALANCE TO TRUE
065200    	ELSE
065300    	PERFORM AGE-THIS-CUSTOMER
065400    	IF WS-TIER-RATE(WS-TIER-SUB) = ZERO
065500    	SET ASSESS-TIER-NOT-CHARGED TO TRUE
065600    	ELSE
065700    	IF CUST-CURRENT-BALANCE < WS-TIER-WAIVER(WS-TIER-SUB)
065800    	SET ASSESS-WAIVED TO TRUE
065900    	ELSE
066000    	SET ASSESS-CHARGED TO TRUE
066100    	END-IF
066200    	END-IF
066300    	END-IF
066400    	END-IF
066500    	END-IF.
066600
066610*    THE OLDEST OPEN DEBIT ON THE LEDGER, FOUND AS DLQREVW
066620*    FINDS IT.  CREDIT ROWS AND CLOSED ROWS OWE NOTHING, AND AN
066630*    UNPAID FINANCE CHARGE IS NOT ITSELF CHARGED ON - AN ACCOUNT
066640*    OWING NOTHING BUT EARLIER CHARGES AGES AS CURRENT.  ONLY
066650*    THE PART OF THE BALANCE THE LEDGER DOES NOT CARRY IS DATED
066660*    FROM THE LAST ACTIVITY.
066700 AGE-THIS-CUSTOMER.
066710    	MOVE ZERO TO WS-OLDEST-DEBIT-DATE.
066720    	MOVE ZERO TO WS-CUSTOMER-ITEM-TOTAL.
066730    	IF LEDGER-AVAILABLE
066740    	PERFORM START-CUSTOMER-ITEMS
066750    	PERFORM READ-NEXT-OPEN-ITEM
066760    	PERFORM EXAMINE-ONE-ITEM
066770    	    UNTIL ITEM-EOF OR OIT-CUST-KEY NOT = CUST-KEY
066780    	END-IF.
066790    	IF CUST-CURRENT-BALANCE > WS-CUSTOMER-ITEM-TOTAL
066800    	IF CUST-LAST-ACTIVITY-DATE IS NUMERIC AND
066810    	   CUST-LAST-ACTIVITY-DATE > ZERO
066820    	IF WS-OLDEST-DEBIT-DATE = ZERO OR
066830    	   CUST-LAST-ACTIVITY-DATE < WS-OLDEST-DEBIT-DATE
066840    	MOVE CUST-LAST-ACTIVITY-DATE TO WS-OLDEST-DEBIT-DATE
066850    	END-IF
066860    	ELSE
066870    	MOVE 999 TO WS-AGE-DAYS
066880    	END-IF
066890    	END-IF.
066900    	IF WS-AGE-DAYS = ZERO AND
066905    	   WS-OLDEST-DEBIT-DATE NOT = ZERO
066910    	COMPUTE WS-AGE-DAYS = WS-RUN-DATE-INT
066920    	    - FUNCTION INTEGER-OF-DATE(WS-OLDEST-DEBIT-DATE)
066930    	END-IF.
067700    	IF WS-AGE-DAYS < ZERO
067800    	MOVE ZERO TO WS-AGE-DAYS
067900    	END-IF.
068000    	IF WS-AGE-DAYS <= 30
068100    	MOVE 1 TO WS-TIER-SUB
068200    	ELSE
068300    	IF WS-AGE-DAYS <= 60
068400    	MOVE 2 TO WS-TIER-SUB
068500    	ELSE
068600    	IF WS-AGE-DAYS <= 90
068700    	MOVE 3 TO WS-TIER-SUB
068800    	ELSE
068900    	MOVE 4 TO WS-TIER-SUB
069000    	END-IF
069100    	END-IF
069200    	END-IF.
069300
069302 START-CUSTOMER-ITEMS.
069304    	SET ITEM-NOT-EOF TO TRUE.
069306    	MOVE CUST-KEY TO OIT-CUST-KEY.
069308    	MOVE LOW-VALUES TO OIT-ITEM-REFERENCE.
069310    	START OPEN-ITEM-FILE KEY NOT < OIT-RECORD-KEY.
069312    	IF WS-OPEN-ITEM-STATUS = "23"
069314    	SET ITEM-EOF TO TRUE
069316    	ELSE
069318    	MOVE "OPEN-ITEM-FILE" TO WS-CHECK-FILE-NAME
069320    	MOVE WS-OPEN-ITEM-STATUS TO WS-CHECK-FILE-STATUS
069322    	PERFORM FILE-STATUS-CHECK
069324    	END-IF.
069326
069328 READ-NEXT-OPEN-ITEM.
069330    	IF ITEM-NOT-EOF
069332    	READ OPEN-ITEM-FILE NEXT RECORD
069334    	AT END
069336    	SET ITEM-EOF TO TRUE
069338    	END-READ
069340    	END-IF.
069342    	IF ITEM-NOT-EOF
069344    	MOVE "OPEN-ITEM-FILE" TO WS-CHECK-FILE-NAME
069346    	MOVE WS-OPEN-ITEM-STATUS TO WS-CHECK-FILE-STATUS
069348    	PERFORM FILE-STATUS-CHECK
069350    	END-IF.
069352
069354 EXAMINE-ONE-ITEM.
069356    	IF OIT-ITEM-OPEN
069358    	ADD OIT-OPEN-AMOUNT TO WS-CUSTOMER-ITEM-TOTAL
069360    	IF OIT-OPEN-AMOUNT > ZERO AND
069362    	   OIT-ITEM-REFERENCE(1:6) NOT = WS-CHARGE-REF-PREFIX
069364    	IF WS-OLDEST-DEBIT-DATE = ZERO OR
069366    	   OIT-ITEM-DATE < WS-OLDEST-DEBIT-DATE
069368    	MOVE OIT-ITEM-DATE TO WS-OLDEST-DEBIT-DATE
069370    	END-IF
069372    	END-IF
069374    	END-IF.
069376    	PERFORM READ-NEXT-OPEN-ITEM.
069378
069400 COMPUTE-THE-CHARGE.
069500    	COMPUTE WS-CHARGE-AMOUNT ROUNDED =
069600    	    CUST-CURRENT-BALANCE * WS-TIER-RATE(WS-TIER-SUB)
069700    	    / 100.
069800    	IF WS-CHARGE-AMOUNT < WS-TIER-MINIMUM(WS-TIER-SUB)
069900    	MOVE WS-TIER-MINIMUM(WS-TIER-SUB) TO WS-CHARGE-AMOUNT
070000    	END-IF.
070100    	ADD 1 TO WS-CUSTOMERS-CHARGED.
070200    	ADD WS-CHARGE-AMOUNT TO WS-CHARGES-TOTAL.
070300
070400*    ONE TYPE "A" DETAIL PER CHARGED CUSTOMER.  THE REFERENCE
070500*    NAMES THE ASSESSMENT RUN, SO THE CHARGE CAN BE TRACED AND
070600*    REVERSED LIKE ANY OTHER ITEM.
070700 WRITE-CHARGE-DETAIL.
070800    	IF NOT PARM-MODE-TEST
070900    	MOVE SPACES TO WS-TRAN-WORK
071000    	MOVE "DTL" TO TRAN-RECORD-TYPE
071100    	MOVE CUST-KEY TO TRAN-KEY
071200    	MOVE WS-CHARGE-AMOUNT TO TRAN-AMOUNT
071300    	MOVE "A" TO TRAN-TYPE-CODE
071400    	MOVE WS-CHARGE-REFERENCE TO TRAN-REFERENCE-KEY
071500    	MOVE "Y" TO TRAN-SUPERVISOR-FLAG
071600    	STRING "FINANCE CHARGE " WS-TIER-LABEL(WS-TIER-SUB)
071700    	    DELIMITED BY SIZE INTO TRAN-DATA
071800    	MOVE WS-TRAN-WORK TO TRAN-RECORD
071900    	PERFORM WRITE-TRAN-RECORD
072000    	ADD 1 TO WS-RECORDS-WRITTEN
072100    	ADD WS-CHARGE-AMOUNT TO WS-HASH-OUT
072200    	ADD 1 TO WS-TYPE-OUT-COUNT(3)
072300    	ADD WS-CHARGE-AMOUNT TO WS-TYPE-OUT-AMOUNT(3)
072400    	END-IF.
072500
072600 WRITE-TRAN-RECORD.
072700    	WRITE TRAN-RECORD.
072800    	MOVE "TRAN-FILE" TO WS-CHECK-FILE-NAME.
072900    	MOVE WS-TRAN-STATUS TO WS-CHECK-FILE-STATUS.
073000    	PERFORM FILE-STATUS-CHECK.
073100
073200*    EVERY CHARGED, WAIVED OR UNREADABLE CUSTOMER IS LISTED;
073300*    THE REST ARE ONLY COUNTED.
073400 WRITE-ASSESSMENT-LINE.
073500    	MOVE SPACES TO WS-REPORT-DETAIL.
073600    	MOVE CUST-KEY TO RPT-CUST-KEY.
073700    	MOVE CUST-NAME TO RPT-CUST-NAME.
073800    	MOVE WS-AGE-DAYS TO RPT-AGE-DAYS.
073900    	IF WS-TIER-SUB > ZERO
074000    	MOVE WS-TIER-LABEL(WS-TIER-SUB) TO RPT-TIER
074100    	END-IF.
074200    	IF ASSESS-NOT-NUMERIC
074300    	MOVE ZERO TO RPT-BALANCE
074400    	MOVE "NOT NUMERIC" TO RPT-ACTION
074500    	ADD 1 TO WS-RECORDS-REJECTED
074600    	IF WS-RETURN-CODE < 4
074700    	SET WS-RC-WARNING TO TRUE
074800    	END-IF
074900    	ELSE
075000    	MOVE CUST-CURRENT-BALANCE TO RPT-BALANCE
075100    	END-IF.
075200    	MOVE WS-CHARGE-AMOUNT TO RPT-CHARGE.
075300    	IF ASSESS-WAIVED
075400    	ADD 1 TO WS-CUSTOMERS-WAIVED
075500    	MOVE "WAIVED" TO RPT-ACTION
075600    	END-IF.
075700    	IF ASSESS-CHARGED
075800    	IF PARM-MODE-TEST
075900    	MOVE "WOULD CHARGE" TO RPT-ACTION
076000    	ELSE
076100    	MOVE "CHARGED" TO RPT-ACTION
076200    	END-IF
076300    	END-IF.
076400    	MOVE WS-REPORT-DETAIL TO REPORT-RECORD.
076500    	PERFORM WRITE-REPORT-LINE.
076600
076610*    A FAILED CUSTLOOKUP CALL ENDS THE WALK PART WAY THROUGH
076620*    THE MASTER.  IT IS TAKEN AS AN ABEND, SO FINTRAN IS LEFT
076630*    WITHOUT A TRAILER AND CANNOT BE MERGED AS IF THE MONTH'S
076640*    CHARGES WERE ALL THERE.
076700 CALL-CUSTOMER-SERVICE.
076800    	CALL "CUSTLOOKUP" USING WS-COMM-AREA.
076900    	IF CA-STATUS-ERROR
077000    	MOVE "M016" TO MSG-NUMBER
077100    	SET MSG-SEVERITY-ERROR TO TRUE
077200    	MOVE SPACES TO MSG-TEXT
077300    	STRING "CUSTLOOKUP FAILED FOR KEY " CA-KEY
077400    	    DELIMITED BY SIZE INTO MSG-TEXT
077500    	PERFORM LOG-OPERATOR-MESSAGE
077600    	IF WS-RETURN-CODE < 8
077700    	SET WS-RC-DATA-ERROR TO TRUE
077800    	END-IF
077850    	SET ABEND-OCCURRED TO TRUE
077900    	SET MASTER-EOF TO TRUE
078000    	END-IF.
078100
078200 WRITE-REPORT-LINE.
078300    	WRITE REPORT-RECORD.
078400    	MOVE "REPORT-FILE" TO WS-CHECK-FILE-NAME.
078500    	MOVE WS-REPORT-STATUS TO WS-CHECK-FILE-STATUS.
078600    	PERFORM FILE-STATUS-CHECK.
078700
078800*    THE TRAILER CARRIES WHAT WAS ACTUALLY CUT, SO THE FILE
078900*    CAN BE BALANCED - COUNT, HASH AND THE ADJUSTMENT BUCKET -
079000*    BEFORE A SINGLE CHARGE POSTS.  AN ABENDED RUN GETS NO
079010*    TRAILER: A PART-CUT FINTRAN MUST FAIL THAT BALANCING IN
079020*    TRANMRG, NOT PASS IT.
079100 CLOSING-PROCEDURE.
079200    	SET CLOSING-IN-PROGRESS TO TRUE.
079300    	IF WS-TRAN-STATUS NOT = SPACES AND NO-ABEND-OCCURRED
079400    	PERFORM WRITE-TRAN-TRAILER
079500    	END-IF.
079600    	IF WS-REPORT-STATUS NOT = SPACES
079700    	PERFORM WRITE-ASSESSMENT-TOTALS
079800    	PERFORM WRITE-RUN-SUMMARY
079900    	END-IF.
080000    	PERFORM CLOSE-CUSTOMER-SERVICE.
080100    	PERFORM CLOSE-ALL-FILES.
080200    	PERFORM WRITE-RUN-CONTROL-STOP.
080300
080400 WRITE-TRAN-TRAILER.
080500    	MOVE SPACES TO WS-CONTROL-WORK.
080600    	MOVE "TRL" TO CTL-RECORD-TYPE.
080700    	MOVE WS-POSTING-DATE TO CTL-RUN-DATE.
080800    	MOVE WS-RECORDS-WRITTEN TO CTL-RECORD-COUNT.
080900    	MOVE WS-HASH-OUT TO CTL-AMOUNT-HASH.
081000    	MOVE 1 TO WS-TYPE-SUB.
081100    	PERFORM SET-ONE-TRAILER-BUCKET
081200    	    UNTIL WS-TYPE-SUB > 4.
081300    	MOVE WS-CONTROL-WORK TO TRAN-RECORD.
081400    	PERFORM WRITE-TRAN-RECORD.
081500
081600 SET-ONE-TRAILER-BUCKET.
081700    	MOVE WS-TYPE-OUT-COUNT(WS-TYPE-SUB) TO
081800    	    CTL-TYPE-COUNT(WS-TYPE-SUB).
081900    	MOVE WS-TYPE-OUT-AMOUNT(WS-TYPE-SUB) TO
082000    	    CTL-TYPE-AMOUNT(WS-TYPE-SUB).
082100    	ADD 1 TO WS-TYPE-SUB.
082200
082300 WRITE-ASSESSMENT-TOTALS.
082400    	MOVE SPACES TO REPORT-RECORD.
082500    	PERFORM WRITE-REPORT-LINE.
082600    	MOVE SPACES TO WS-BANNER-LINE.
082700    	STRING "CUSTOMERS READ: " WS-CUSTOMERS-READ
082800    	    "   CHARGED: " WS-CUSTOMERS-CHARGED
082900    	    "   WAIVED: " WS-CUSTOMERS-WAIVED
083000    	    "   NOT CHARGED: " WS-CUSTOMERS-NOT-CHARGED
083100    	    DELIMITED BY SIZE INTO WS-BANNER-LINE.
083200    	MOVE WS-BANNER-LINE TO REPORT-RECORD.
083300    	PERFORM WRITE-REPORT-LINE.
083400    	MOVE WS-CHARGES-TOTAL TO WS-CHARGES-TOTAL-EDIT.
083500    	MOVE SPACES TO WS-BANNER-LINE.
083600    	IF PARM-MODE-TEST
083700    	STRING "TOTAL CHARGES THAT WOULD BE CUT: "
083800    	    WS-CHARGES-TOTAL-EDIT
083900    	    DELIMITED BY SIZE INTO WS-BANNER-LINE
084000    	ELSE
084100    	STRING "TOTAL CHARGES CUT TO FINTRAN: "
084200    	    WS-CHARGES-TOTAL-EDIT
084300    	    "   DETAILS: " WS-RECORDS-WRITTEN
084400    	    DELIMITED BY SIZE INTO WS-BANNER-LINE
084500    	END-IF.
084600    	MOVE WS-BANNER-LINE TO REPORT-RECORD.
084700    	PERFORM WRITE-REPORT-LINE.
084800
084900*    STANDARD END-OF-JOB BANNER IN THE TEMPLATE.COB STYLE.
085000*    RECORDS WRITTEN COUNTS THE CHARGE DETAILS CUT, WITHOUT
085100*    THE HEADER AND TRAILER, AS THE TRAILER COUNT DOES.
085200 WRITE-RUN-SUMMARY.
085300    	ACCEPT WS-RUN-STOP-TIME FROM TIME.
085400    	MOVE SPACES TO REPORT-RECORD.
085500    	PERFORM WRITE-REPORT-LINE.
085600    	MOVE SPACES TO WS-BANNER-LINE.
085700    	STRING "RUN SUMMARY FOR PROGRAM: " WS-WORK-PROGRAM-ID
085800    	    DELIMITED BY SIZE INTO WS-BANNER-LINE.
085900    	MOVE WS-BANNER-LINE TO REPORT-RECORD.
086000    	PERFORM WRITE-REPORT-LINE.
086100    	MOVE SPACES TO WS-BANNER-LINE.
086200    	STRING "RUN DATE: " WS-CURRENT-DATE
086300    	    "   START: " WS-START-HH ":" WS-START-MM ":"
086400    	    WS-START-SS
086500    	    "   STOP: "  WS-STOP-HH ":" WS-STOP-MM ":"
086600    	    WS-STOP-SS
086700    	    DELIMITED BY SIZE INTO WS-BANNER-LINE.
086800    	MOVE WS-BANNER-LINE TO REPORT-RECORD.
086900    	PERFORM WRITE-REPORT-LINE.
087000    	MOVE SPACES TO WS-BANNER-LINE.
087100    	STRING "RECORDS READ: " WS-RECORDS-READ
087200    	    "   WRITTEN: " WS-RECORDS-WRITTEN
087300    	    "   REJECTED: " WS-RECORDS-REJECTED
087400    	    DELIMITED BY SIZE INTO WS-BANNER-LINE.
087500    	MOVE WS-BANNER-LINE TO REPORT-RECORD.
087600    	PERFORM WRITE-REPORT-LINE.
087700
087800 CLOSE-CUSTOMER-SERVICE.
087900    	MOVE "CLOS" TO CA-REQUEST-CODE.
088000    	CALL "CUSTLOOKUP" USING WS-COMM-AREA.
088100
088200 CLOSE-ALL-FILES.
088300    	IF WS-TRAN-STATUS NOT = SPACES
088400    	CLOSE TRAN-FILE
088500    	MOVE "TRAN-FILE" TO WS-CHECK-FILE-NAME
088600    	MOVE WS-TRAN-STATUS TO WS-CHECK-FILE-STATUS
088700    	PERFORM FILE-STATUS-CHECK
088800    	END-IF.
088810    	IF WS-OPEN-ITEM-STATUS NOT = SPACES
088820    	CLOSE OPEN-ITEM-FILE
088830    	MOVE "OPEN-ITEM-FILE" TO WS-CHECK-FILE-NAME
088840    	MOVE WS-OPEN-ITEM-STATUS TO WS-CHECK-FILE-STATUS
088850    	PERFORM FILE-STATUS-CHECK
088860    	END-IF.
088900    	IF WS-REPORT-STATUS NOT = SPACES
089000    	CLOSE REPORT-FILE
089100    	MOVE "REPORT-FILE" TO WS-CHECK-FILE-NAME
089200    	MOVE WS-REPORT-STATUS TO WS-CHECK-FILE-STATUS
089300    	PERFORM FILE-STATUS-CHECK
089400    	END-IF.
089500
089600*    JOB-STREAM SEQUENCE ENFORCEMENT IN THE TEMPLATE.COB
089700*    STYLE: THE RUN IS REFUSED WHEN RECONPRF HAS NOT ENDED
089800*    CLEAN FOR THE RUN DATE, OR WHEN THIS JOB ALREADY RAN
089900*    CLEAN THAT NIGHT - A SECOND ASSESSMENT WOULD CHARGE EVERY
090000*    CUSTOMER TWICE.
090100 CHECK-RUN-CONTROL.
090200    	OPEN INPUT RUN-CONTROL-FILE.
090300    	IF WS-RUN-CONTROL-STATUS = "35"
090400    	SET RUN-CONTROL-EOF TO TRUE
090500    	ELSE
090600    	MOVE "RUN-CONTROL-FILE" TO WS-CHECK-FILE-NAME
090700    	MOVE WS-RUN-CONTROL-STATUS TO WS-CHECK-FILE-STATUS
090800    	PERFORM FILE-STATUS-CHECK
090900    	PERFORM READ-RUN-CONTROL-RECORD
091000    	PERFORM SCAN-RUN-CONTROL-ROW UNTIL RUN-CONTROL-EOF
091100    	CLOSE RUN-CONTROL-FILE
091200    	MOVE WS-RUN-CONTROL-STATUS TO WS-CHECK-FILE-STATUS
091300    	PERFORM FILE-STATUS-CHECK
091400    	END-IF.
091500    	IF WS-PREDECESSOR-ID NOT = SPACES AND
091600    	   PREDECESSOR-NOT-ENDED
091700    	MOVE "M008" TO MSG-NUMBER
091800    	SET MSG-SEVERITY-ERROR TO TRUE
091900    	MOVE SPACES TO MSG-TEXT
092000    	STRING "RUN REFUSED - PREDECESSOR "
092100    	    WS-PREDECESSOR-ID " HAS NOT ENDED CLEAN FOR "
092200    	    WS-RUN-DATE-NUM
092300    	    DELIMITED BY SIZE INTO MSG-TEXT
092400    	PERFORM LOG-OPERATOR-MESSAGE
092500    	PERFORM REFUSE-THE-RUN
092600    	END-IF.
092700    	IF ALREADY-RAN-CLEAN
092800    	MOVE "M009" TO MSG-NUMBER
092900    	SET MSG-SEVERITY-ERROR TO TRUE
093000    	MOVE SPACES TO MSG-TEXT
093100    	STRING "RUN REFUSED - " WS-WORK-PROGRAM-ID
093200    	    " ALREADY RAN CLEAN FOR " WS-RUN-DATE-NUM
093300    	    DELIMITED BY SIZE INTO MSG-TEXT
093400    	PERFORM LOG-OPERATOR-MESSAGE
093500    	PERFORM REFUSE-THE-RUN
093600    	END-IF.
093700
093800 READ-RUN-CONTROL-RECORD.
093900    	READ RUN-CONTROL-FILE
094000    	AT END
094100    	SET RUN-CONTROL-EOF TO TRUE
094200    	END-READ.
094300    	IF RUN-CONTROL-NOT-EOF
094400    	MOVE "RUN-CONTROL-FILE" TO WS-CHECK-FILE-NAME
094500    	MOVE WS-RUN-CONTROL-STATUS TO WS-CHECK-FILE-STATUS
094600    	PERFORM FILE-STATUS-CHECK
094700    	END-IF.
094800
094900 SCAN-RUN-CONTROL-ROW.
095000    	IF RC-RUN-DATE = WS-RUN-DATE-NUM AND
095100    	   RC-STATUS-ENDED AND RC-RETURN-CODE < 8
095200    	IF RC-PROGRAM-ID = WS-PREDECESSOR-ID
095300    	SET PREDECESSOR-ENDED-CLEAN TO TRUE
095400    	END-IF
095500    	IF RC-PROGRAM-ID = WS-WORK-PROGRAM-ID
095600    	SET ALREADY-RAN-CLEAN TO TRUE
095700    	END-IF
095800    	END-IF.
095900    	PERFORM READ-RUN-CONTROL-RECORD.
096000
096100 WRITE-RUN-CONTROL-START.
096200    	OPEN EXTEND RUN-CONTROL-FILE.
096300    	IF WS-RUN-CONTROL-STATUS = "35"
096400    	OPEN OUTPUT RUN-CONTROL-FILE
096500    	END-IF.
096600    	MOVE "RUN-CONTROL-FILE" TO WS-CHECK-FILE-NAME.
096700    	MOVE WS-RUN-CONTROL-STATUS TO WS-CHECK-FILE-STATUS.
096800    	PERFORM FILE-STATUS-CHECK.
096900    	MOVE WS-WORK-PROGRAM-ID TO RC-PROGRAM-ID.
097000    	MOVE WS-RUN-DATE-NUM TO RC-RUN-DATE.
097100    	MOVE WS-RUN-START-TIME TO RC-START-TIME.
097200    	MOVE ZERO TO RC-STOP-TIME.
097300    	MOVE ZERO TO RC-RETURN-CODE.
097400    	SET RC-STATUS-STARTED TO TRUE.
097500    	WRITE RUN-CONTROL-RECORD.
097600    	MOVE WS-RUN-CONTROL-STATUS TO WS-CHECK-FILE-STATUS.
097700    	PERFORM FILE-STATUS-CHECK.
097800    	CLOSE RUN-CONTROL-FILE.
097900    	MOVE WS-RUN-CONTROL-STATUS TO WS-CHECK-FILE-STATUS.
098000    	PERFORM FILE-STATUS-CHECK.
098100    	SET START-ROW-WRITTEN TO TRUE.
098200
098300 WRITE-RUN-CONTROL-STOP.
098400    	IF START-ROW-WRITTEN
098500    	OPEN EXTEND RUN-CONTROL-FILE
098600    	IF WS-RUN-CONTROL-STATUS = "35"
098700    	OPEN OUTPUT RUN-CONTROL-FILE
098800    	END-IF
098900    	MOVE "RUN-CONTROL-FILE" TO WS-CHECK-FILE-NAME
099000    	MOVE WS-RUN-CONTROL-STATUS TO WS-CHECK-FILE-STATUS
099100    	PERFORM FILE-STATUS-CHECK
099200    	MOVE WS-WORK-PROGRAM-ID TO RC-PROGRAM-ID
099300    	MOVE WS-RUN-DATE-NUM TO RC-RUN-DATE
099400    	MOVE WS-RUN-START-TIME TO RC-START-TIME
099500    	MOVE WS-RUN-STOP-TIME TO RC-STOP-TIME
099600    	MOVE WS-RETURN-CODE TO RC-RETURN-CODE
099700    	SET RC-STATUS-ENDED TO TRUE
099800    	WRITE RUN-CONTROL-RECORD
099900    	MOVE WS-RUN-CONTROL-STATUS TO WS-CHECK-FILE-STATUS
100000    	PERFORM FILE-STATUS-CHECK
100100    	CLOSE RUN-CONTROL-FILE
100200    	MOVE WS-RUN-CONTROL-STATUS TO WS-CHECK-FILE-STATUS
100300    	PERFORM FILE-STATUS-CHECK
100400    	END-IF.
100500
100600*    CONTROLLED REFUSAL IN THE TEMPLATE.COB STYLE: NOT AN
100700*    ABEND - THE REPORT AND RUN SUMMARY STILL PRINT, AND THE
100800*    DATA-ERROR RETURN CODE STOPS THE JOB HERE.
100900 REFUSE-THE-RUN.
101000    	SET WS-RC-DATA-ERROR TO TRUE.
101100    	PERFORM CLOSING-PROCEDURE.
101200    	PERFORM PROGRAM-DONE.
101300
101400 LOG-OPERATOR-MESSAGE.
101500    	MOVE WS-WORK-PROGRAM-ID TO MSG-PROGRAM-ID.
101600    	CALL "MSGWRITE" USING WS-MESSAGE-AREA.
101700
101800*    SHARED I/O-ERROR ABORT IN THE TEMPLATE.COB STYLE.  STATUS
101900*    "00" AND "10" ARE THE ONLY NON-ERROR CODES; ANYTHING ELSE
102000*    CLOSES WHAT IT CAN AND ABENDS WITH RETURN CODE 16.
102100 FILE-STATUS-CHECK.
102200    	IF WS-CHECK-FILE-STATUS NOT = "00" AND
102300    	   WS-CHECK-FILE-STATUS NOT = "10"
102400    	MOVE "M015" TO MSG-NUMBER
102500    	SET MSG-SEVERITY-FATAL TO TRUE
102600    	MOVE SPACES TO MSG-TEXT
102700    	STRING "FILE I/O ERROR ON " WS-CHECK-FILE-NAME
102800    	    " - STATUS = " WS-CHECK-FILE-STATUS
102900    	    DELIMITED BY SIZE INTO MSG-TEXT
103000    	PERFORM LOG-OPERATOR-MESSAGE
103100    	SET WS-RC-ABEND TO TRUE
103200    	SET ABEND-OCCURRED TO TRUE
103300    	IF CLOSING-NOT-IN-PROGRESS
103400    	PERFORM CLOSING-PROCEDURE
103500    	PERFORM PROGRAM-DONE
103600    	END-IF
103700    	END-IF.
