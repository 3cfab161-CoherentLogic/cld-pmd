000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. CUSTSTMT.
000300 AUTHOR. John Willis
000400*
000500* PMD 0.01
000600* COPYRIGHT (C) 2012 COHERENT LOGIC DEVELOPMENT LLC
000700*
000800* CUSTSTMT.COB: MONTHLY CUSTOMER STATEMENT RUN
000900*   $Id$
001000*
001100* THE DOCUMENT THAT GOES TO THE CUSTOMER.  RUNS ON THE MONTHLY
001200* CYCLE ONLY (PARM-CYCLE-MONTHLY ON A CALENDAR MONTH-END DAY,
001300* ENFORCED THE WAY TEMPLATE.COB ENFORCES IT) AND AFTER RECONPRF
001400* HAS PROVEN THE MASTER FOR THE NIGHT.  THE MONTH'S JOURNAL
001500* ROWS - JOURNAL HISTORY (JRNLHIST), TONIGHT'S POSTING JOURNAL
001600* (JRNLFILE) AND THE MAINTENANCE JOURNAL (MNTJRNL) - ARE SORTED
001700* INTO CUSTOMER AND TIMESTAMP ORDER AND MATCHED AGAINST THE
001800* WHOLE MASTER, WALKED IN KEY ORDER THROUGH THE CUSTLOOKUP
001900* STRT/NEXT REQUESTS.  EACH STATEMENT CARRIES THE OPENING
002000* BALANCE, EVERY DEBIT, CREDIT, ADJUSTMENT AND REVERSAL WITH
002100* ITS DATE AND AMOUNT, THE CLOSING BALANCE, THE CREDIT STILL
002200* AVAILABLE AND AN AGING SUMMARY.  NO STATEMENT IS MAILED ON
002300* FAITH: THE JOURNAL CHAIN MUST BE UNBROKEN AND THE CLOSING
002400* BALANCE MUST PROVE TO CUST-CURRENT-BALANCE, OR THE CUSTOMER
002500* GOES TO THE EXCEPTION LIST ON REPTFILE INSTEAD OF TO THE
002600* STATEMENT FILE (STMTFILE).  A CUSTOMER WITH NO ACTIVITY IN
002700* THE MONTH AND A ZERO BALANCE GETS NO STATEMENT.
002800*
002900* THE RUN MUST COME AHEAD OF ARCHHIST ON THE MONTH-END NIGHT,
003000* WHILE TONIGHT'S JRNLFILE AND MNTJRNL ROWS ARE NOT YET ROLLED
003100* INTO JOURNAL HISTORY, AND IS REFUSED (M029) ONCE ARCHHIST HAS
003105* ENDED CLEAN FOR THE RUN DATE.
003110*
003120* THE AGING SUMMARY IS TAKEN FROM THE OPEN-ITEM LEDGER
003130* (OPENITEM) THE SAME WAY CUSTRPT AND DLQREVW AGE THE
003140* ACCOUNT, SO THE CUSTOMER SEES THE SAME 30/60/90 FIGURES THE
003150* CREDIT DESK DOES.  ONLY WHILE NO LEDGER IS ON DISK IS THE
003160* CLOSING BALANCE AGED BALANCE-FORWARD FROM THE MONTH'S ITEMS.
003200*
003300 ENVIRONMENT DIVISION.
003400 INPUT-OUTPUT SECTION.
003500 FILE-CONTROL.
003600
003700    	SELECT PARM-FILE ASSIGN TO "PARMFILE"
003800    	    ORGANIZATION IS LINE SEQUENTIAL
003900    	    FILE STATUS IS WS-PARM-STATUS.
004000
004100    	SELECT CALENDAR-FILE ASSIGN TO "CALNDR"
004200    	    ORGANIZATION IS LINE SEQUENTIAL
004300    	    FILE STATUS IS WS-CALENDAR-STATUS.
004400
004500    	SELECT HISTORY-FILE ASSIGN TO "JRNLHIST"
004600    	    ORGANIZATION IS LINE SEQUENTIAL
004700    	    FILE STATUS IS WS-HISTORY-STATUS.
004800
004900    	SELECT JOURNAL-FILE ASSIGN TO "JRNLFILE"
005000    	    ORGANIZATION IS LINE SEQUENTIAL
005100    	    FILE STATUS IS WS-JOURNAL-STATUS.
005200
005300    	SELECT MAINT-JOURNAL-FILE ASSIGN TO "MNTJRNL"
005400    	    ORGANIZATION IS LINE SEQUENTIAL
005500    	    FILE STATUS IS WS-MAINT-JRNL-STATUS.
005600
005700    	SELECT STATEMENT-FILE ASSIGN TO "STMTFILE"
005800    	    ORGANIZATION IS LINE SEQUENTIAL
005900    	    FILE STATUS IS WS-STATEMENT-STATUS.
006000
006100    	SELECT REPORT-FILE ASSIGN TO "REPTFILE"
006200    	    ORGANIZATION IS LINE SEQUENTIAL
006300    	    FILE STATUS IS WS-REPORT-STATUS.
006400
006500    	SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
006600    	    ORGANIZATION IS LINE SEQUENTIAL
006700    	    FILE STATUS IS WS-RUN-CONTROL-STATUS.
006710
006720    	SELECT OPEN-ITEM-FILE ASSIGN TO "OPENITEM"
006730    	    ORGANIZATION IS INDEXED
006740    	    ACCESS MODE IS DYNAMIC
006750    	    RECORD KEY IS OIT-RECORD-KEY
006760    	    FILE STATUS IS WS-OPEN-ITEM-STATUS.
006800
006900    	SELECT SORT-WORK-FILE ASSIGN TO "SRTWORK".
007000
007100 DATA DIVISION.
007200 FILE SECTION.
007300
007400 FD  PARM-FILE.
007500 01  PARM-RECORD.
007600     COPY PARMREC.
007700
007800 FD  CALENDAR-FILE.
007900 01  CALENDAR-RECORD.
008000     COPY CALREC.
008100
008200*    ALL THREE JOURNALS CARRY THE SAME AUDITREC LAYOUT; EACH
008300*    ROW IS MOVED TO THE WS-JOURNAL-WORK COPY OF IT, SO ONE
008400*    SELECTION AND RELEASE PATH SERVES EVERY FILE.
008500 FD  HISTORY-FILE.
008600 01  HISTORY-RECORD            PIC X(204).
008700
008800 FD  JOURNAL-FILE.
008900 01  JOURNAL-INPUT-RECORD      PIC X(204).
009000
009100 FD  MAINT-JOURNAL-FILE.
009200 01  MAINT-JOURNAL-RECORD      PIC X(204).
009300
009400 FD  STATEMENT-FILE.
009500 01  STATEMENT-RECORD          PIC X(132).
009600
009700 FD  REPORT-FILE.
009800 01  REPORT-RECORD             PIC X(132).
009900
010000 FD  RUN-CONTROL-FILE.
010100 01  RUN-CONTROL-RECORD.
010200     COPY RUNCREC.
010210
010220 FD  OPEN-ITEM-FILE.
010230 01  OPEN-ITEM-RECORD.
010240     COPY OITMREC.
010300
010400*    SELECTED JOURNAL ROWS SORT ON CUSTOMER KEY AND JOURNAL
010500*    TIMESTAMP, WITH THE RELEASE SEQUENCE BREAKING A TIE, SO
010600*    EACH CUSTOMER'S MONTH COMES BACK AS ONE UNBROKEN,
010700*    CHRONOLOGICAL CHAIN OF BEFORE/AFTER IMAGES.
010800 SD  SORT-WORK-FILE.
010900 01  SORT-WORK-RECORD.
011000     05  SRT-CUST-KEY          PIC X(20).
011100     05  SRT-JNL-DATE          PIC 9(08).
011200     05  SRT-JNL-TIME          PIC 9(08).
011300     05  SRT-SEQUENCE          PIC 9(09).
011400     05  SRT-JOURNAL-IMAGE     PIC X(204).
011500
011600 WORKING-STORAGE SECTION.
011700
011800*    SHARED FILE-STATUS-CHECK CONTROLS
011900 01  WS-CHECK-FILE-NAME        PIC X(20)  VALUE SPACES.
012000 01  WS-CHECK-FILE-STATUS      PIC X(02)  VALUE SPACES.
012100
012200*    STANDARD JOB RETURN CODE, MOVED TO RETURN-CODE BY
012300*    PROGRAM-DONE.  RANGES AS IN TEMPLATE.COB.
012400 01  WS-RETURN-CODE            PIC 9(02)  VALUE ZERO.
012500     88  WS-RC-CLEAN                       VALUE 0.
012600     88  WS-RC-WARNING                     VALUE 4.
012700     88  WS-RC-DATA-ERROR                  VALUE 8.
012800     88  WS-RC-ABEND                       VALUE 16.
012900
013000 01  WS-PARM-STATUS            PIC X(02)  VALUE SPACES.
013100 01  WS-CALENDAR-STATUS        PIC X(02)  VALUE SPACES.
013200 01  WS-HISTORY-STATUS         PIC X(02)  VALUE SPACES.
013300 01  WS-JOURNAL-STATUS         PIC X(02)  VALUE SPACES.
013400 01  WS-MAINT-JRNL-STATUS      PIC X(02)  VALUE SPACES.
013500 01  WS-STATEMENT-STATUS       PIC X(02)  VALUE SPACES.
013600 01  WS-REPORT-STATUS          PIC X(02)  VALUE SPACES.
013610 01  WS-OPEN-ITEM-STATUS       PIC X(02)  VALUE SPACES.
013700
013800 01  WS-WORK-PROGRAM-ID        PIC X(08)  VALUE "CUSTSTMT".
013900 01  WS-ABEND-SWITCH           PIC X(01)  VALUE "N".
014000     88  ABEND-OCCURRED                   VALUE "Y".
014100     88  NO-ABEND-OCCURRED                VALUE "N".
014200 01  WS-CLOSING-SWITCH         PIC X(01)  VALUE "N".
014300     88  CLOSING-IN-PROGRESS              VALUE "Y".
014400     88  CLOSING-NOT-IN-PROGRESS          VALUE "N".
014500
014600 01  WS-CALENDAR-EOF-SWITCH    PIC X(01)  VALUE "N".
014700     88  CALENDAR-EOF                     VALUE "Y".
014800     88  CALENDAR-NOT-EOF                 VALUE "N".
014900 01  WS-CAL-FOUND-SWITCH       PIC X(01)  VALUE "N".
015000     88  CAL-DATE-FOUND                   VALUE "Y".
015100     88  CAL-DATE-NOT-FOUND               VALUE "N".
015200 01  WS-CAL-DATE-X             PIC X(08)  VALUE SPACES.
015300 01  WS-HISTORY-EOF-SWITCH     PIC X(01)  VALUE "N".
015400     88  HISTORY-EOF                      VALUE "Y".
015500     88  HISTORY-NOT-EOF                  VALUE "N".
015600 01  WS-JOURNAL-EOF-SWITCH     PIC X(01)  VALUE "N".
015700     88  JOURNAL-EOF                      VALUE "Y".
015800     88  JOURNAL-NOT-EOF                  VALUE "N".
015900 01  WS-MAINT-JRNL-EOF-SWITCH  PIC X(01)  VALUE "N".
016000     88  MAINT-JRNL-EOF                   VALUE "Y".
016100     88  MAINT-JRNL-NOT-EOF               VALUE "N".
016200 01  WS-SORT-EOF-SWITCH        PIC X(01)  VALUE "N".
016300     88  SORT-EOF                         VALUE "Y".
016400     88  SORT-NOT-EOF                     VALUE "N".
016500 01  WS-MASTER-EOF-SWITCH      PIC X(01)  VALUE "N".
016600     88  MASTER-EOF                       VALUE "Y".
016700     88  MASTER-NOT-EOF                   VALUE "N".
016710 01  WS-LEDGER-SWITCH          PIC X(01)  VALUE "N".
016720     88  LEDGER-AVAILABLE                 VALUE "Y".
016730     88  LEDGER-NOT-AVAILABLE             VALUE "N".
016740 01  WS-ITEM-SCAN-SWITCH       PIC X(01)  VALUE "N".
016750     88  ITEM-SCAN-DONE                   VALUE "Y".
016760     88  ITEM-SCAN-MORE                   VALUE "N".
016800
016900*    STATEMENT PERIOD: THE FIRST OF THE RUN DATE'S MONTH
017000*    THROUGH THE RUN DATE ITSELF.
017100 01  WS-RUN-DATE-NUM           PIC 9(08)  VALUE ZERO.
017200 01  WS-RUN-DATE-INT           PIC S9(09) COMP VALUE ZERO.
017300 01  WS-PERIOD-START           PIC 9(08)  VALUE ZERO.
017400 01  WS-PERIOD-START-PARTS REDEFINES WS-PERIOD-START.
017500     05  WS-PERIOD-CCYYMM      PIC 9(06).
017600     05  WS-PERIOD-DD          PIC 9(02).
017700 01  WS-PERIOD-START-INT       PIC S9(09) COMP VALUE ZERO.
017800
017900*    THE JOURNAL ROW IN FLIGHT, FROM WHICHEVER JOURNAL THE
018000*    RELEASE PASS IS READING OR THE SORT IS RETURNING.
018100 01  WS-JOURNAL-WORK.
018200     COPY AUDITREC.
018300 01  WS-RELEASE-SEQUENCE       PIC 9(09)  VALUE ZERO.
018400
018500*    THE CUSTOMER BEING STATED.  ITS MASTER IMAGE IS HELD IN
018600*    WS-MASTER-DATA WHILE CUST-DATA IS BORROWED TO UNPACK THE
018700*    JOURNAL IMAGES, THE WAY RECONPRF READS THEM.
018800 01  WS-CUSTOMER-WORK.
018900     COPY CUSTREC.
019000 01  WS-MASTER-KEY             PIC X(20)  VALUE SPACES.
019100 01  WS-MASTER-DATA            PIC X(80)  VALUE SPACES.
019200
019300*    STATEMENT ARITHMETIC.  EVERY JOURNAL ROW MOVES THE
019400*    BALANCE FROM ITS BEFORE IMAGE TO ITS AFTER IMAGE; THE
019500*    ROW'S BEFORE BALANCE MUST EQUAL THE RUNNING BALANCE LEFT
019600*    BY THE ROW AHEAD OF IT OR THE CHAIN IS BROKEN.
019700 01  WS-BEFORE-BALANCE         PIC S9(07)V99 VALUE ZERO.
019800 01  WS-AFTER-BALANCE          PIC S9(07)V99 VALUE ZERO.
019900 01  WS-ITEM-AMOUNT            PIC S9(09)V99 VALUE ZERO.
020000 01  WS-ITEM-DATE              PIC 9(08)  VALUE ZERO.
020100 01  WS-ITEM-TYPE              PIC X(01)  VALUE SPACE.
020200 01  WS-RUNNING-BALANCE        PIC S9(09)V99 VALUE ZERO.
020300 01  WS-OPENING-BALANCE        PIC S9(09)V99 VALUE ZERO.
020400 01  WS-CLOSING-BALANCE        PIC S9(09)V99 VALUE ZERO.
020500 01  WS-LATER-MOVEMENT         PIC S9(09)V99 VALUE ZERO.
020600 01  WS-CREDIT-AVAILABLE       PIC S9(09)V99 VALUE ZERO.
020700 01  WS-ROWS-FOR-CUSTOMER      PIC 9(05)  VALUE ZERO.
020800 01  WS-STATEMENT-SWITCH       PIC X(01)  VALUE "Y".
020900     88  STATEMENT-FOOTS                  VALUE "Y".
021000     88  STATEMENT-OUT-OF-FOOT            VALUE "N".
021100 01  WS-EXCEPTION-REASON       PIC X(30)  VALUE SPACES.
021200
021300*    THE MONTH'S LISTED ITEMS FOR ONE CUSTOMER, HELD UNTIL THE
021400*    STATEMENT PROVES.  A CUSTOMER WITH MORE ITEMS THAN THE
021500*    TABLE HOLDS CANNOT BE PRINTED WHOLE AND GOES TO THE
021600*    EXCEPTION LIST.
021700 01  WS-ITEM-TABLE.
021800     05  WS-ITEM-ENTRY OCCURS 200 TIMES.
021900         10  WS-ITM-DATE           PIC 9(08).
022000         10  WS-ITM-TYPE           PIC X(01).
022100         10  WS-ITM-AMOUNT         PIC S9(09)V99.
022200         10  WS-ITM-BALANCE        PIC S9(09)V99.
022300 01  WS-ITEM-COUNT             PIC S9(04) COMP VALUE ZERO.
022400 01  WS-ITEM-SUB               PIC S9(04) COMP VALUE ZERO.
022500
022600*    ITEM DESCRIPTIONS BY TYPE CODE, IN THE SHOP'S DEBIT/
022700*    CREDIT/ADJUSTMENT/REVERSAL BUCKET ORDER.
022800 01  WS-TYPE-LABEL-VALUES.
022900     05  FILLER                PIC X(10) VALUE "DEBIT".
023000     05  FILLER                PIC X(10) VALUE "CREDIT".
023100     05  FILLER                PIC X(10) VALUE "ADJUSTMENT".
023200     05  FILLER                PIC X(10) VALUE "REVERSAL".
023300 01  WS-TYPE-LABELS REDEFINES WS-TYPE-LABEL-VALUES.
023400     05  WS-TYPE-LABEL         PIC X(10) OCCURS 4 TIMES.
023500 01  WS-TYPE-SUB               PIC S9(04) COMP VALUE ZERO.
023600
023700*    AGING SUMMARY, IN BUCKETS CURRENT (0-30), 31-60, 61-90
023750*    AND OVER 90.  WITH THE OPEN-ITEM LEDGER ON DISK EACH OPEN
023800*    ITEM AGES FROM ITS OWN DATE AS IN CUSTRPT, AND WHATEVER OF
023850*    THE CLOSING BALANCE IS NOT ON THE LEDGER AGES FROM THE LAST
023900*    ACTIVITY DATE.  WITHOUT A LEDGER THE CLOSING BALANCE IS
023950*    SPREAD OVER THE MONTH'S CHARGES NEWEST FIRST - PAYMENTS
024000*    ARE TAKEN AS SETTLING THE OLDEST MONEY - AND WHATEVER IS
024050*    LEFT WAS ALREADY OWED BEFORE THE MONTH OPENED AND AGES
024100*    FROM THE PRIOR STATEMENT DATE.
024300 01  WS-AGING-TOTALS.
024400     05  WS-AGE-AMOUNT         PIC S9(09)V99 OCCURS 4 TIMES.
024500 01  WS-AGE-SUB                PIC S9(04) COMP VALUE ZERO.
024600 01  WS-AGE-DAYS               PIC S9(05) COMP VALUE ZERO.
024700 01  WS-AGE-DATE-INT           PIC S9(09) COMP VALUE ZERO.
024800 01  WS-UNAGED-BALANCE         PIC S9(09)V99 VALUE ZERO.
024900 01  WS-AGE-PIECE              PIC S9(09)V99 VALUE ZERO.
024910 01  WS-AGE-DATE               PIC 9(08)  VALUE ZERO.
025000
025100*    RUN TOTALS FOR THE REPORT TRAILER
025200 01  WS-JOURNAL-ROWS-READ      PIC 9(09)  VALUE ZERO.
025300 01  WS-JOURNAL-ROWS-SELECTED  PIC 9(09)  VALUE ZERO.
025400 01  WS-ORPHAN-ROWS            PIC 9(09)  VALUE ZERO.
025500 01  WS-CUSTOMERS-READ         PIC 9(09)  VALUE ZERO.
025600 01  WS-STATEMENTS-PRINTED     PIC 9(09)  VALUE ZERO.
025700 01  WS-STATEMENTS-NOT-DUE     PIC 9(09)  VALUE ZERO.
025800 01  WS-STATEMENT-EXCEPTIONS   PIC 9(09)  VALUE ZERO.
025900
026000*    RUN-CONTROL CONTROLS IN THE TEMPLATE.COB STYLE.
026100*    STATEMENTS ARE ONLY CUT FROM A MASTER RECONPRF HAS
026200*    PROVEN FOR THE NIGHT, SO RECONPRF IS THE PREDECESSOR.
026300 01  WS-RUN-CONTROL-STATUS     PIC X(02)  VALUE SPACES.
026400 01  WS-PREDECESSOR-ID         PIC X(08)  VALUE "RECONPRF".
026500 01  WS-RUN-CONTROL-EOF-SWITCH PIC X(01)  VALUE "N".
026600     88  RUN-CONTROL-EOF                  VALUE "Y".
026700     88  RUN-CONTROL-NOT-EOF              VALUE "N".
026800 01  WS-PRED-CLEAN-SWITCH      PIC X(01)  VALUE "N".
026900     88  PREDECESSOR-ENDED-CLEAN          VALUE "Y".
027000     88  PREDECESSOR-NOT-ENDED            VALUE "N".
027100 01  WS-SELF-CLEAN-SWITCH      PIC X(01)  VALUE "N".
027200     88  ALREADY-RAN-CLEAN                VALUE "Y".
027300     88  NOT-YET-RAN-CLEAN                VALUE "N".
027310*    THE MONTH'S JOURNAL ROWS ARE READ FROM JRNLHIST AND THE
027320*    LIVE JOURNALS TOGETHER, SO THE RUN MUST ALSO COME BEFORE
027330*    ARCHHIST ROLLS TONIGHT'S ROWS INTO HISTORY - AFTER IT,
027340*    THOSE ROWS WOULD BE READ TWICE AND BREAK EVERY CHAIN.
027350 01  WS-SUCCESSOR-ID           PIC X(08)  VALUE "ARCHHIST".
027360 01  WS-SUCC-RAN-SWITCH        PIC X(01)  VALUE "N".
027370     88  SUCCESSOR-ALREADY-RAN            VALUE "Y".
027380     88  SUCCESSOR-NOT-YET-RAN            VALUE "N".
027400*    A RUN REFUSED BY CHECK-RUN-CONTROL NEVER WROTE A STARTED
027500*    ROW AND MUST NOT WRITE AN ENDED ONE EITHER, OR A REFUSED
027600*    SECOND START WOULD OVERLAY THE CLEAN STATE OF THE RUN
027700*    THAT ALREADY HAPPENED.
027800 01  WS-START-ROW-SWITCH       PIC X(01)  VALUE "N".
027900     88  START-ROW-WRITTEN                VALUE "Y".
028000     88  START-ROW-NOT-WRITTEN            VALUE "N".
028100
028200*    SHOP MESSAGE FACILITY CONTROLS.  SERIOUS CONDITIONS GO
028300*    OUT THROUGH MSGWRITE TO THE CONSOLE AND THE DATED
028400*    MESSAGE FILE READ BY THE EXCPRPT EXCEPTION REPORT.
028500 01  WS-MESSAGE-AREA.
028600     COPY MSGCOMM.
028700 01  WS-SORT-RETURN-9          PIC 9(04)  VALUE ZERO.
028800
028900*    CENTRALIZED DATE-WINDOW/CENTURY CONTROLS
029000     COPY DATEUTIL.
029100
029200*    OUTBOUND SUBPROGRAM CALL CONTROLS
029300 01  WS-COMM-AREA.
029400     COPY COMMAREA.
029500
029600*    RUN-SUMMARY BANNER CONTROLS
029700 01  WS-RUN-START-TIME.
029800     05  WS-START-HH           PIC 99     VALUE ZERO.
029900     05  WS-START-MM           PIC 99     VALUE ZERO.
030000     05  WS-START-SS           PIC 99     VALUE ZERO.
030100     05  WS-START-HS           PIC 99     VALUE ZERO.
030200 01  WS-RUN-STOP-TIME.
030300     05  WS-STOP-HH            PIC 99     VALUE ZERO.
030400     05  WS-STOP-MM            PIC 99     VALUE ZERO.
030500     05  WS-STOP-SS            PIC 99     VALUE ZERO.
030600     05  WS-STOP-HS            PIC 99     VALUE ZERO.
030700 01  WS-RECORDS-READ           PIC 9(09)  VALUE ZERO.
030800 01  WS-RECORDS-WRITTEN        PIC 9(09)  VALUE ZERO.
030900 01  WS-RECORDS-REJECTED       PIC 9(09)  VALUE ZERO.
031000 01  WS-BANNER-LINE            PIC X(132) VALUE SPACES.
031100
031200*    STATEMENT LINE LAYOUTS (STMTFILE)
031300 01  WS-STMT-HEADING-1.
031400     05  FILLER                PIC X(01)  VALUE SPACE.
031500     05  FILLER                PIC X(40)  VALUE
031600         "STATEMENT OF ACCOUNT".
031700     05  FILLER                PIC X(16)  VALUE
031800         "STATEMENT DATE: ".
031900     05  STM-HDG-RUN-DATE      PIC 9(08).
032000     05  FILLER                PIC X(67)  VALUE SPACES.
032100 01  WS-STMT-HEADING-2.
032200     05  FILLER                PIC X(01)  VALUE SPACE.
032300     05  FILLER                PIC X(10)  VALUE "ACCOUNT:".
032400     05  STM-HDG-CUST-KEY      PIC X(20).
032500     05  FILLER                PIC X(02)  VALUE SPACES.
032600     05  STM-HDG-CUST-NAME     PIC X(30).
032700     05  FILLER                PIC X(69)  VALUE SPACES.
032800 01  WS-STMT-HEADING-3.
032900     05  FILLER                PIC X(01)  VALUE SPACE.
033000     05  FILLER                PIC X(10)  VALUE "PERIOD:".
033100     05  STM-HDG-PERIOD-START  PIC 9(08).
033200     05  FILLER                PIC X(09)  VALUE " THROUGH ".
033300     05  STM-HDG-PERIOD-END    PIC 9(08).
033400     05  FILLER                PIC X(96)  VALUE SPACES.
033500 01  WS-STMT-HEADING-4.
033600     05  FILLER                PIC X(03)  VALUE SPACES.
033700     05  FILLER                PIC X(10)  VALUE "DATE".
033800     05  FILLER                PIC X(20)  VALUE "DESCRIPTION".
033900     05  FILLER                PIC X(15)  VALUE "        AMOUNT".
034000     05  FILLER                PIC X(15)  VALUE "       BALANCE".
034100     05  FILLER                PIC X(69)  VALUE SPACES.
034200 01  WS-STMT-DETAIL.
034300     05  FILLER                PIC X(03)  VALUE SPACES.
034400     05  STM-ITEM-DATE         PIC X(08).
034500     05  FILLER                PIC X(02)  VALUE SPACES.
034600     05  STM-ITEM-DESC         PIC X(20).
034700     05  STM-ITEM-AMOUNT       PIC -(10)9.99.
034800     05  FILLER                PIC X(01)  VALUE SPACE.
034900     05  STM-ITEM-BALANCE      PIC -(10)9.99.
035000     05  FILLER                PIC X(70)  VALUE SPACES.
035100 01  WS-STMT-LIMIT-LINE.
035200     05  FILLER                PIC X(03)  VALUE SPACES.
035300     05  FILLER                PIC X(14)  VALUE "CREDIT LIMIT:".
035400     05  STM-CREDIT-LIMIT      PIC Z(07)9.99.
035500     05  FILLER                PIC X(04)  VALUE SPACES.
035600     05  FILLER                PIC X(18)  VALUE
035700         "CREDIT AVAILABLE:".
035800     05  STM-CREDIT-AVAILABLE  PIC -(08)9.99.
035900     05  FILLER                PIC X(69)  VALUE SPACES.
036000 01  WS-STMT-AGING-HEADING.
036100     05  FILLER                PIC X(03)  VALUE SPACES.
036200     05  FILLER                PIC X(14)  VALUE "AGING:".
036300     05  FILLER                PIC X(13)  VALUE "      CURRENT".
036400     05  FILLER                PIC X(13)  VALUE "        31-60".
036500     05  FILLER                PIC X(13)  VALUE "        61-90".
036600     05  FILLER                PIC X(13)  VALUE "      OVER 90".
036700     05  FILLER                PIC X(63)  VALUE SPACES.
036800 01  WS-STMT-AGING-LINE.
036900     05  FILLER                PIC X(17)  VALUE SPACES.
037000     05  STM-AGE-BUCKET OCCURS 4 TIMES.
037100         10  STM-AGE-AMOUNT        PIC -(09)9.99.
037200     05  FILLER                PIC X(63)  VALUE SPACES.
037300 01  WS-STMT-SEPARATOR         PIC X(132) VALUE ALL "-".
037400
037500*    EXCEPTION-LIST LINE LAYOUTS (REPTFILE)
037600 01  WS-REPORT-HEADING-1.
037700     05  FILLER                PIC X(44)  VALUE
037800         "CUSTSTMT STATEMENT RUN EXCEPTION LIST - RUN ".
037900     05  RPT-HDG-RUN-DATE      PIC 9(08).
038000     05  FILLER                PIC X(80)  VALUE SPACES.
038100 01  WS-REPORT-HEADING-2.
038200     05  FILLER                PIC X(22)  VALUE " CUSTOMER KEY".
038300     05  FILLER                PIC X(32)  VALUE "NAME".
038400     05  FILLER                PIC X(31)  VALUE "REASON".
038500     05  FILLER                PIC X(15)  VALUE "      STATEMENT".
038600     05  FILLER                PIC X(15)  VALUE "         MASTER".
038700     05  FILLER                PIC X(17)  VALUE SPACES.
038800 01  WS-REPORT-DETAIL.
038900     05  FILLER                PIC X(01)  VALUE SPACE.
039000     05  RPT-CUST-KEY          PIC X(20).
039100     05  FILLER                PIC X(01)  VALUE SPACE.
039200     05  RPT-CUST-NAME         PIC X(30).
039300     05  FILLER                PIC X(02)  VALUE SPACES.
039400     05  RPT-REASON            PIC X(30).
039500     05  FILLER                PIC X(01)  VALUE SPACE.
039600     05  RPT-STATEMENT-BALANCE PIC -(10)9.99.
039700     05  FILLER                PIC X(01)  VALUE SPACE.
039800     05  RPT-MASTER-BALANCE    PIC -(10)9.99.
039900     05  FILLER                PIC X(18)  VALUE SPACES.
040000
040100 PROCEDURE DIVISION.
040200 PROGRAM-BEGIN.
040300    	PERFORM OPENING-PROCEDURE.
040400    	PERFORM SORT-CONTROL-STEP.
040500    	PERFORM CLOSING-PROCEDURE.
040600    	PERFORM PROGRAM-DONE.
040700
040800 PROGRAM-EXIT.
040900    	EXIT PROGRAM.
041000
041100 PROGRAM-DONE.
041200    	MOVE WS-RETURN-CODE TO RETURN-CODE.
041300    	STOP RUN.
041400
041500 OPENING-PROCEDURE.
041600    	ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
041700    	ACCEPT WS-RUN-START-TIME FROM TIME.
041800    	PERFORM READ-PARM-RECORD.
041900    	PERFORM EDIT-PARM-FIELDS.
042000    	PERFORM OPEN-REPORT-FILE.
042100    	PERFORM WRITE-REPORT-HEADINGS.
042200    	PERFORM VERIFY-RUN-DATE.
042300    	PERFORM CHECK-RUN-CONTROL.
042400    	PERFORM WRITE-RUN-CONTROL-START.
042500    	PERFORM OPEN-JOURNAL-FILES.
042600    	PERFORM OPEN-STATEMENT-FILE.
042610    	PERFORM OPEN-OPEN-ITEM-FILE.
042700
042800 READ-PARM-RECORD.
042900    	OPEN INPUT PARM-FILE.
043000    	MOVE "PARM-FILE" TO WS-CHECK-FILE-NAME.
043100    	MOVE WS-PARM-STATUS TO WS-CHECK-FILE-STATUS.
043200    	PERFORM FILE-STATUS-CHECK.
043300    	READ PARM-FILE.
043400    	MOVE WS-PARM-STATUS TO WS-CHECK-FILE-STATUS.
043500    	PERFORM FILE-STATUS-CHECK.
043600    	CLOSE PARM-FILE.
043700    	MOVE WS-PARM-STATUS TO WS-CHECK-FILE-STATUS.
043800    	PERFORM FILE-STATUS-CHECK.
043900
044000*    THE STATEMENT PERIOD OPENS ON THE FIRST OF THE RUN
044100*    DATE'S MONTH.  DATES GO THROUGH DAY INTEGERS FOR THE
044200*    AGING, AS CUSTRPT AGES ITS ACCOUNTS.
044300 EDIT-PARM-FIELDS.
044400    	IF PARM-RUN-DATE IS NUMERIC
044500    	MOVE PARM-RUN-DATE TO WS-RUN-DATE-NUM
044600    	ELSE
044700    	MOVE WS-CURRENT-DATE TO WS-RUN-DATE-NUM
044800    	END-IF.
044900    	MOVE WS-RUN-DATE-NUM TO WS-PERIOD-START.
045000    	MOVE 01 TO WS-PERIOD-DD.
045100    	COMPUTE WS-RUN-DATE-INT =
045200    	    FUNCTION INTEGER-OF-DATE(WS-RUN-DATE-NUM).
045300    	COMPUTE WS-PERIOD-START-INT =
045400    	    FUNCTION INTEGER-OF-DATE(WS-PERIOD-START).
045500
045600 OPEN-REPORT-FILE.
045700    	OPEN OUTPUT REPORT-FILE.
045800    	MOVE "REPORT-FILE" TO WS-CHECK-FILE-NAME.
045900    	MOVE WS-REPORT-STATUS TO WS-CHECK-FILE-STATUS.
046000    	PERFORM FILE-STATUS-CHECK.
046100
046200 WRITE-REPORT-HEADINGS.
046300    	MOVE WS-RUN-DATE-NUM TO RPT-HDG-RUN-DATE.
046400    	MOVE WS-REPORT-HEADING-1 TO REPORT-RECORD.
046500    	PERFORM WRITE-REPORT-LINE.
046600    	MOVE SPACES TO WS-BANNER-LINE.
046700    	STRING "STATEMENT PERIOD: " WS-PERIOD-START
046800    	    " THROUGH " WS-RUN-DATE-NUM
046900    	    DELIMITED BY SIZE INTO WS-BANNER-LINE.
047000    	MOVE WS-BANNER-LINE TO REPORT-RECORD.
047100    	PERFORM WRITE-REPORT-LINE.
047200    	MOVE SPACES TO REPORT-RECORD.
047300    	PERFORM WRITE-REPORT-LINE.
047400    	MOVE WS-REPORT-HEADING-2 TO REPORT-RECORD.
047500    	PERFORM WRITE-REPORT-LINE.
047600
047700*    MONTHLY-CYCLE CHECK.  STATEMENTS ARE A MONTH-END
047800*    DOCUMENT, SO A CARD ASKING FOR ANY OTHER CYCLE IS
047900*    REFUSED OUTRIGHT, AND THE BUSINESS-DAY CALENDAR (CALNDR)
048000*    MUST SHOW THE RUN DATE AS A MONTH-END DAY EXACTLY AS
048100*    VERIFY-RUN-DATE ENFORCES IT IN TEMPLATE.COB.
048200 VERIFY-RUN-DATE.
048300    	IF NOT PARM-CYCLE-MONTHLY
048400    	MOVE "M021" TO MSG-NUMBER
048500    	SET MSG-SEVERITY-ERROR TO TRUE
048600    	MOVE SPACES TO MSG-TEXT
048700    	STRING "RUN REFUSED - STATEMENTS RUN ON THE MONTHLY"
048800    	    " CYCLE ONLY, CARD CYCLE IS " PARM-CYCLE-FLAG
048900    	    DELIMITED BY SIZE INTO MSG-TEXT
049000    	PERFORM LOG-OPERATOR-MESSAGE
049100    	PERFORM REFUSE-THE-RUN
049200    	END-IF.
049300    	OPEN INPUT CALENDAR-FILE.
049400    	IF WS-CALENDAR-STATUS = "35"
049500    	MOVE "M001" TO MSG-NUMBER
049600    	SET MSG-SEVERITY-ERROR TO TRUE
049700    	MOVE "RUN REFUSED - NO BUSINESS-DAY CALENDAR (CALNDR)"
049800    	    TO MSG-TEXT
049900    	PERFORM LOG-OPERATOR-MESSAGE
050000    	PERFORM REFUSE-THE-RUN
050100    	END-IF.
050200    	MOVE "CALENDAR-FILE" TO WS-CHECK-FILE-NAME.
050300    	MOVE WS-CALENDAR-STATUS TO WS-CHECK-FILE-STATUS.
050400    	PERFORM FILE-STATUS-CHECK.
050500    	PERFORM READ-CALENDAR-RECORD.
050600    	PERFORM LOOK-FOR-RUN-DATE
050700    	    UNTIL CAL-DATE-FOUND OR CALENDAR-EOF.
050800    	CLOSE CALENDAR-FILE.
050900    	MOVE WS-CALENDAR-STATUS TO WS-CHECK-FILE-STATUS.
051000    	PERFORM FILE-STATUS-CHECK.
051100    	PERFORM CHECK-CALENDAR-RULES.
051200
051300 READ-CALENDAR-RECORD.
051400    	READ CALENDAR-FILE
051500    	AT END
051600    	SET CALENDAR-EOF TO TRUE
051700    	END-READ.
051800    	IF CALENDAR-NOT-EOF
051900    	MOVE "CALENDAR-FILE" TO WS-CHECK-FILE-NAME
052000    	MOVE WS-CALENDAR-STATUS TO WS-CHECK-FILE-STATUS
052100    	PERFORM FILE-STATUS-CHECK
052200    	END-IF.
052300
052400 LOOK-FOR-RUN-DATE.
052500    	MOVE CAL-DATE TO WS-CAL-DATE-X.
052600    	IF WS-CAL-DATE-X = PARM-RUN-DATE
052700    	SET CAL-DATE-FOUND TO TRUE
052800    	ELSE
052900    	PERFORM READ-CALENDAR-RECORD
053000    	END-IF.
053100
053200 CHECK-CALENDAR-RULES.
053300    	IF CAL-DATE-NOT-FOUND
053400    	MOVE "M002" TO MSG-NUMBER
053500    	SET MSG-SEVERITY-ERROR TO TRUE
053600    	MOVE SPACES TO MSG-TEXT
053700    	STRING "RUN REFUSED - RUN DATE " PARM-RUN-DATE
053800    	    " NOT ON BUSINESS-DAY CALENDAR"
053900    	    DELIMITED BY SIZE INTO MSG-TEXT
054000    	PERFORM LOG-OPERATOR-MESSAGE
054100    	PERFORM REFUSE-THE-RUN
054200    	END-IF.
054300    	IF NOT CAL-MONTH-END-DUE
054400    	MOVE "M004" TO MSG-NUMBER
054500    	SET MSG-SEVERITY-ERROR TO TRUE
054600    	MOVE SPACES TO MSG-TEXT
054700    	STRING "RUN REFUSED - MONTHLY CYCLE NOT DUE ON "
054800    	    PARM-RUN-DATE
054900    	    DELIMITED BY SIZE INTO MSG-TEXT
055000    	PERFORM LOG-OPERATOR-MESSAGE
055100    	PERFORM REFUSE-THE-RUN
055200    	END-IF.
055300
055400*    AN ABSENT JOURNAL ONLY MEANS NOTHING WAS WRITTEN TO IT -
055500*    A FIRST MONTH WITH NO HISTORY YET, OR NO MAINTENANCE
055600*    SINCE THE LAST OPERATIONS SWAP.
055700 OPEN-JOURNAL-FILES.
055800    	OPEN INPUT HISTORY-FILE.
055900    	IF WS-HISTORY-STATUS = "35"
056000    	SET HISTORY-EOF TO TRUE
056100    	ELSE
056200    	MOVE "HISTORY-FILE" TO WS-CHECK-FILE-NAME
056300    	MOVE WS-HISTORY-STATUS TO WS-CHECK-FILE-STATUS
056400    	PERFORM FILE-STATUS-CHECK
056500    	END-IF.
056600    	OPEN INPUT JOURNAL-FILE.
056700    	IF WS-JOURNAL-STATUS = "35"
056800    	SET JOURNAL-EOF TO TRUE
056900    	ELSE
057000    	MOVE "JOURNAL-FILE" TO WS-CHECK-FILE-NAME
057100    	MOVE WS-JOURNAL-STATUS TO WS-CHECK-FILE-STATUS
057200    	PERFORM FILE-STATUS-CHECK
057300    	END-IF.
057400    	OPEN INPUT MAINT-JOURNAL-FILE.
057500    	IF WS-MAINT-JRNL-STATUS = "35"
057600    	SET MAINT-JRNL-EOF TO TRUE
057700    	ELSE
057800    	MOVE "MAINT-JOURNAL-FILE" TO WS-CHECK-FILE-NAME
057900    	MOVE WS-MAINT-JRNL-STATUS TO WS-CHECK-FILE-STATUS
058000    	PERFORM FILE-STATUS-CHECK
058100    	END-IF.
058200
058300 OPEN-STATEMENT-FILE.
058400    	OPEN OUTPUT STATEMENT-FILE.
058500    	MOVE "STATEMENT-FILE" TO WS-CHECK-FILE-NAME.
058600    	MOVE WS-STATEMENT-STATUS TO WS-CHECK-FILE-STATUS.
058700    	PERFORM FILE-STATUS-CHECK.
058800
058810*    THE LEDGER IS ONLY READ HERE.  ABSENT (STATUS 35) IT HAS
058820*    NOT BEEN BUILT YET AND THE STATEMENTS AGE BALANCE-FORWARD.
058830 OPEN-OPEN-ITEM-FILE.
058840    	OPEN INPUT OPEN-ITEM-FILE.
058850    	IF WS-OPEN-ITEM-STATUS = "35"
058855    	MOVE SPACES TO WS-OPEN-ITEM-STATUS
058860    	ELSE
058865    	MOVE "OPEN-ITEM-FILE" TO WS-CHECK-FILE-NAME
058870    	MOVE WS-OPEN-ITEM-STATUS TO WS-CHECK-FILE-STATUS
058875    	PERFORM FILE-STATUS-CHECK
058880    	SET LEDGER-AVAILABLE TO TRUE
058885    	END-IF.
058890
058900*    SORT STEP IN THE TEMPLATE.COB SCAFFOLDING STYLE: THE
059000*    INPUT PROCEDURE RELEASES THE MONTH'S JOURNAL ROWS FROM
059100*    ALL THREE JOURNALS, AND THE OUTPUT PROCEDURE MATCHES
059200*    THEM AGAINST THE MASTER WALK AND CUTS THE STATEMENTS.
059300 SORT-CONTROL-STEP.
059400    	SORT SORT-WORK-FILE ON ASCENDING KEY SRT-CUST-KEY
059500    	                                     SRT-JNL-DATE
059600    	                                     SRT-JNL-TIME
059700    	                                     SRT-SEQUENCE
059800    	    INPUT PROCEDURE IS SORT-RELEASE-ROWS
059900    	    OUTPUT PROCEDURE IS SORT-RETURN-ROWS.
060000    	IF SORT-RETURN NOT = ZERO
060100    	MOVE SORT-RETURN TO WS-SORT-RETURN-9
060200    	MOVE "M017" TO MSG-NUMBER
060300    	SET MSG-SEVERITY-FATAL TO TRUE
060400    	MOVE SPACES TO MSG-TEXT
060500    	STRING "SORT FAILED - SORT-RETURN = "
060600    	    WS-SORT-RETURN-9
060700    	    DELIMITED BY SIZE INTO MSG-TEXT
060800    	PERFORM LOG-OPERATOR-MESSAGE
060900    	SET WS-RC-DATA-ERROR TO TRUE
061000    	SET ABEND-OCCURRED TO TRUE
061100    	PERFORM CLOSING-PROCEDURE
061200    	PERFORM PROGRAM-DONE
061300    	END-IF.
061400
061500*    HISTORY FIRST, THEN THE POSTING JOURNAL, THEN THE
061600*    MAINTENANCE JOURNAL.  THE RELEASE SEQUENCE ONLY MATTERS
061700*    FOR TWO ROWS ON THE SAME KEY AND THE SAME HUNDREDTH OF A
061800*    SECOND.
061900 SORT-RELEASE-ROWS.
062000    	IF HISTORY-NOT-EOF
062100    	PERFORM READ-HISTORY-RECORD
062200    	PERFORM RELEASE-HISTORY-ROW UNTIL HISTORY-EOF
062300    	END-IF.
062400    	IF JOURNAL-NOT-EOF
062500    	PERFORM READ-JOURNAL-RECORD
062600    	PERFORM RELEASE-JOURNAL-ROW UNTIL JOURNAL-EOF
062700    	END-IF.
062800    	IF MAINT-JRNL-NOT-EOF
062900    	PERFORM READ-MAINT-JOURNAL
063000    	PERFORM RELEASE-MAINT-ROW UNTIL MAINT-JRNL-EOF
063100    	END-IF.
063200
063300 READ-HISTORY-RECORD.
063400    	READ HISTORY-FILE
063500    	AT END
063600    	SET HISTORY-EOF TO TRUE
063700    	END-READ.
063800    	IF HISTORY-NOT-EOF
063900    	MOVE "HISTORY-FILE" TO WS-CHECK-FILE-NAME
064000    	MOVE WS-HISTORY-STATUS TO WS-CHECK-FILE-STATUS
064100    	PERFORM FILE-STATUS-CHECK
064200    	MOVE HISTORY-RECORD TO WS-JOURNAL-WORK
064300    	END-IF.
064400
064500 READ-JOURNAL-RECORD.
064600    	READ JOURNAL-FILE
064700    	AT END
064800    	SET JOURNAL-EOF TO TRUE
064900    	END-READ.
065000    	IF JOURNAL-NOT-EOF
065100    	MOVE "JOURNAL-FILE" TO WS-CHECK-FILE-NAME
065200    	MOVE WS-JOURNAL-STATUS TO WS-CHECK-FILE-STATUS
065300    	PERFORM FILE-STATUS-CHECK
065400    	MOVE JOURNAL-INPUT-RECORD TO WS-JOURNAL-WORK
065500    	END-IF.
065600
065700 READ-MAINT-JOURNAL.
065800    	READ MAINT-JOURNAL-FILE
065900    	AT END
066000    	SET MAINT-JRNL-EOF TO TRUE
066100    	END-READ.
066200    	IF MAINT-JRNL-NOT-EOF
066300    	MOVE "MAINT-JOURNAL-FILE" TO WS-CHECK-FILE-NAME
066400    	MOVE WS-MAINT-JRNL-STATUS TO WS-CHECK-FILE-STATUS
066500    	PERFORM FILE-STATUS-CHECK
066600    	MOVE MAINT-JOURNAL-RECORD TO WS-JOURNAL-WORK
066700    	END-IF.
066800
066900 RELEASE-HISTORY-ROW.
067000    	PERFORM RELEASE-ONE-ROW.
067100    	PERFORM READ-HISTORY-RECORD.
067200
067300 RELEASE-JOURNAL-ROW.
067400    	PERFORM RELEASE-ONE-ROW.
067500    	PERFORM READ-JOURNAL-RECORD.
067600
067700 RELEASE-MAINT-ROW.
067800    	PERFORM RELEASE-ONE-ROW.
067900    	PERFORM READ-MAINT-JOURNAL.
068000
068100*    ONLY ROWS JOURNALED SINCE THE PERIOD OPENED ARE NEEDED.
068200*    A ROW WITH AN UNREADABLE DATE CANNOT BE PLACED IN TIME
068300*    AND IS LEFT OUT; IF IT MOVED A BALANCE, THE BROKEN CHAIN
068400*    SENDS THAT CUSTOMER TO THE EXCEPTION LIST.
068500 RELEASE-ONE-ROW.
068600    	ADD 1 TO WS-JOURNAL-ROWS-READ.
068700    	ADD 1 TO WS-RECORDS-READ.
068800    	IF JNL-DATE IS NUMERIC AND
068900    	   JNL-TIME IS NUMERIC AND
069000    	   JNL-DATE NOT < WS-PERIOD-START
069100    	ADD 1 TO WS-JOURNAL-ROWS-SELECTED
069200    	ADD 1 TO WS-RELEASE-SEQUENCE
069300    	MOVE JNL-RECORD-KEY TO SRT-CUST-KEY
069400    	MOVE JNL-DATE TO SRT-JNL-DATE
069500    	MOVE JNL-TIME TO SRT-JNL-TIME
069600    	MOVE WS-RELEASE-SEQUENCE TO SRT-SEQUENCE
069700    	MOVE WS-JOURNAL-WORK TO SRT-JOURNAL-IMAGE
069800    	RELEASE SORT-WORK-RECORD
069900    	END-IF.
070000
070100*    THE TWO-FILE MATCH: THE MASTER IN KEY ORDER AGAINST THE
070200*    SORTED JOURNAL ROWS.  ROWS FOR A KEY NO LONGER ON THE
070300*    MASTER (A CUSTOMER PURGED DURING THE MONTH) ARE COUNTED
070400*    AND PASSED OVER - A PURGED CUSTOMER GETS NO STATEMENT.
070500 SORT-RETURN-ROWS.
070600    	PERFORM RETURN-SORTED-ROW.
070700    	MOVE "STRT" TO CA-REQUEST-CODE.
070800    	MOVE SPACES TO CA-KEY.
070900    	PERFORM CALL-CUSTOMER-SERVICE.
071000    	IF CA-STATUS-NOT-FOUND
071100    	SET MASTER-EOF TO TRUE
071200    	END-IF.
071300    	PERFORM READ-NEXT-CUSTOMER.
071400    	PERFORM STATE-ONE-CUSTOMER UNTIL MASTER-EOF.
071500    	PERFORM SKIP-ORPHAN-ROW UNTIL SORT-EOF.
071600
071700 RETURN-SORTED-ROW.
071800    	RETURN SORT-WORK-FILE
071900    	AT END
072000    	SET SORT-EOF TO TRUE
072100    	END-RETURN.
072200
072300 SKIP-ORPHAN-ROW.
072400    	ADD 1 TO WS-ORPHAN-ROWS.
072500    	PERFORM RETURN-SORTED-ROW.
072600
072700 READ-NEXT-CUSTOMER.
072800    	IF MASTER-NOT-EOF
072900    	MOVE "NEXT" TO CA-REQUEST-CODE
073000    	PERFORM CALL-CUSTOMER-SERVICE
073100    	IF CA-STATUS-OK
073200    	MOVE CA-KEY TO WS-MASTER-KEY
073300    	MOVE CA-RESPONSE-DATA TO WS-MASTER-DATA
073400    	ELSE
073500    	SET MASTER-EOF TO TRUE
073600    	END-IF
073700    	END-IF.
073800
073900*    ONE CUSTOMER: GATHER ITS ROWS INTO THE STATEMENT, PROVE
074000*    IT, THEN PRINT IT OR LIST IT AS AN EXCEPTION.
074100 STATE-ONE-CUSTOMER.
074200    	ADD 1 TO WS-CUSTOMERS-READ.
074300    	PERFORM SKIP-ORPHAN-ROW
074400    	    UNTIL SORT-EOF OR SRT-CUST-KEY NOT < WS-MASTER-KEY.
074500    	PERFORM START-STATEMENT.
074600    	PERFORM COLLECT-ONE-ROW
074700    	    UNTIL SORT-EOF OR SRT-CUST-KEY NOT = WS-MASTER-KEY.
074800    	MOVE WS-MASTER-KEY TO CUST-KEY.
074900    	MOVE WS-MASTER-DATA TO CUST-DATA.
075000    	PERFORM PROVE-STATEMENT.
075100    	IF STATEMENT-OUT-OF-FOOT
075200    	PERFORM WRITE-EXCEPTION-LINE
075300    	ELSE
075400    	IF WS-ITEM-COUNT = ZERO AND
075500    	   WS-CLOSING-BALANCE = ZERO
075600    	ADD 1 TO WS-STATEMENTS-NOT-DUE
075700    	ELSE
075800    	PERFORM PRINT-STATEMENT
075900    	END-IF
076000    	END-IF.
076100    	PERFORM READ-NEXT-CUSTOMER.
076200
076300 START-STATEMENT.
076400    	MOVE ZERO TO WS-ITEM-COUNT.
076500    	MOVE ZERO TO WS-ROWS-FOR-CUSTOMER.
076600    	MOVE ZERO TO WS-OPENING-BALANCE.
076700    	MOVE ZERO TO WS-RUNNING-BALANCE.
076800    	MOVE ZERO TO WS-LATER-MOVEMENT.
076900    	SET STATEMENT-FOOTS TO TRUE.
077000    	MOVE SPACES TO WS-EXCEPTION-REASON.
077100
077200*    ONE JOURNAL ROW INTO THE STATEMENT.  AN ADD HAS A SPACES
077300*    BEFORE IMAGE AND A DELETE A SPACES AFTER IMAGE, EACH
077400*    STANDING FOR A ZERO BALANCE.  THE ROW IS DATED BY THE
077500*    BUSINESS DATE THE POSTING RUN STAMPED ON ITS AFTER IMAGE
077600*    (A STREAM THAT CROSSES MIDNIGHT STILL POSTS TO THE RUN
077700*    DATE) AND BY ITS JOURNAL DATE OTHERWISE.  A ROW DATED
077800*    BEFORE THE PERIOD ONLY CARRIES THE OPENING BALANCE
077900*    FORWARD; A ROW DATED AFTER THE RUN DATE IS MOVEMENT THE
078000*    MASTER ALREADY CARRIES BUT NEXT MONTH'S STATEMENT SHOWS.
078100 COLLECT-ONE-ROW.
078200    	MOVE SRT-JOURNAL-IMAGE TO WS-JOURNAL-WORK.
078300    	ADD 1 TO WS-ROWS-FOR-CUSTOMER.
078400    	PERFORM EXTRACT-ROW-BALANCES.
078500    	IF WS-ROWS-FOR-CUSTOMER = 1
078600    	MOVE WS-BEFORE-BALANCE TO WS-RUNNING-BALANCE
078700    	MOVE WS-BEFORE-BALANCE TO WS-OPENING-BALANCE
078800    	END-IF.
078900    	IF WS-BEFORE-BALANCE NOT = WS-RUNNING-BALANCE AND
079000    	   STATEMENT-FOOTS
079100    	SET STATEMENT-OUT-OF-FOOT TO TRUE
079200    	MOVE "JOURNAL CHAIN BROKEN" TO WS-EXCEPTION-REASON
079300    	END-IF.
079400    	COMPUTE WS-ITEM-AMOUNT =
079500    	    WS-AFTER-BALANCE - WS-BEFORE-BALANCE.
079600    	MOVE WS-AFTER-BALANCE TO WS-RUNNING-BALANCE.
079700    	IF WS-ITEM-DATE < WS-PERIOD-START AND
079800    	   WS-ITEM-COUNT = ZERO
079900    	MOVE WS-AFTER-BALANCE TO WS-OPENING-BALANCE
080000    	ELSE
080100    	IF WS-ITEM-DATE > WS-RUN-DATE-NUM
080200    	ADD WS-ITEM-AMOUNT TO WS-LATER-MOVEMENT
080300    	ELSE
080400    	IF WS-ITEM-AMOUNT NOT = ZERO
080500    	PERFORM ADD-STATEMENT-ITEM
080600    	END-IF
080700    	END-IF
080800    	END-IF.
080900    	PERFORM RETURN-SORTED-ROW.
081000
081100*    BEFORE AND AFTER BALANCES, ITEM DATE AND ITEM TYPE FROM
081200*    THE ROW'S IMAGES.  AN IMAGE WHOSE BALANCE CANNOT BE READ
081300*    AS A NUMBER PUTS THE STATEMENT OUT OF FOOT.
081400 EXTRACT-ROW-BALANCES.
081500    	MOVE ZERO TO WS-BEFORE-BALANCE.
081600    	MOVE ZERO TO WS-AFTER-BALANCE.
081700    	MOVE JNL-DATE TO WS-ITEM-DATE.
081800    	MOVE SPACE TO WS-ITEM-TYPE.
081900    	IF JNL-BEFORE-IMAGE NOT = SPACES
082000    	MOVE JNL-BEFORE-IMAGE TO CUST-DATA
082100    	IF CUST-CURRENT-BALANCE IS NUMERIC
082200    	MOVE CUST-CURRENT-BALANCE TO WS-BEFORE-BALANCE
082300    	ELSE
082400    	PERFORM REPORT-UNREADABLE-IMAGE
082500    	END-IF
082600    	END-IF.
082700    	IF JNL-AFTER-IMAGE NOT = SPACES
082800    	MOVE JNL-AFTER-IMAGE TO CUST-DATA
082900    	IF CUST-CURRENT-BALANCE IS NUMERIC
083000    	MOVE CUST-CURRENT-BALANCE TO WS-AFTER-BALANCE
083100    	ELSE
083200    	PERFORM REPORT-UNREADABLE-IMAGE
083300    	END-IF
083400    	IF JNL-PROGRAM-ID = "TEMPLATE"
083500    	MOVE CUST-LAST-TRAN-TYPE TO WS-ITEM-TYPE
083600    	IF CUST-LAST-ACTIVITY-DATE IS NUMERIC AND
083700    	   CUST-LAST-ACTIVITY-DATE > ZERO
083800    	MOVE CUST-LAST-ACTIVITY-DATE TO WS-ITEM-DATE
083900    	END-IF
084000    	END-IF
084100    	END-IF.
084200
084300 REPORT-UNREADABLE-IMAGE.
084400    	IF STATEMENT-FOOTS
084500    	SET STATEMENT-OUT-OF-FOOT TO TRUE
084600    	MOVE "UNREADABLE JOURNAL IMAGE" TO WS-EXCEPTION-REASON
084700    	END-IF.
084800
084900 ADD-STATEMENT-ITEM.
085000    	IF WS-ITEM-COUNT < 200
085100    	ADD 1 TO WS-ITEM-COUNT
085200    	MOVE WS-ITEM-DATE TO WS-ITM-DATE(WS-ITEM-COUNT)
085300    	MOVE WS-ITEM-TYPE TO WS-ITM-TYPE(WS-ITEM-COUNT)
085400    	MOVE WS-ITEM-AMOUNT TO WS-ITM-AMOUNT(WS-ITEM-COUNT)
085500    	ELSE
085600    	IF STATEMENT-FOOTS
085700    	SET STATEMENT-OUT-OF-FOOT TO TRUE
085800    	MOVE "TOO MANY ITEMS ON STATEMENT"
085900    	    TO WS-EXCEPTION-REASON
086000    	END-IF
086100    	END-IF.
086200
086300*    THE PROOF.  THE CLOSING BALANCE IS THE OPENING BALANCE
086400*    PLUS EVERY LISTED ITEM; WITH ANY MOVEMENT DATED AFTER THE
086500*    RUN DATE ADDED BACK, IT MUST LAND EXACTLY ON THE MASTER'S
086600*    CURRENT BALANCE, AND SO MUST THE END OF THE JOURNAL
086700*    CHAIN.  A CUSTOMER WITH NO ROWS AT ALL OPENS AND CLOSES
086800*    ON THE MASTER BALANCE.
086900 PROVE-STATEMENT.
087000    	IF CUST-CURRENT-BALANCE NOT NUMERIC OR
087100    	   CUST-CREDIT-LIMIT NOT NUMERIC
087200    	IF STATEMENT-FOOTS
087300    	SET STATEMENT-OUT-OF-FOOT TO TRUE
087400    	MOVE "MASTER RECORD NOT NUMERIC" TO WS-EXCEPTION-REASON
087500    	END-IF
087600    	ELSE
087700    	IF WS-ROWS-FOR-CUSTOMER = ZERO
087800    	MOVE CUST-CURRENT-BALANCE TO WS-OPENING-BALANCE
087900    	MOVE CUST-CURRENT-BALANCE TO WS-RUNNING-BALANCE
088000    	END-IF
088100    	END-IF.
088200    	MOVE WS-OPENING-BALANCE TO WS-CLOSING-BALANCE.
088300    	MOVE 1 TO WS-ITEM-SUB.
088400    	PERFORM CARRY-ONE-ITEM-BALANCE
088500    	    UNTIL WS-ITEM-SUB > WS-ITEM-COUNT.
088600    	IF STATEMENT-FOOTS
088700    	IF WS-CLOSING-BALANCE + WS-LATER-MOVEMENT
088800    	   NOT = CUST-CURRENT-BALANCE OR
088900    	   WS-RUNNING-BALANCE NOT = CUST-CURRENT-BALANCE
089000    	SET STATEMENT-OUT-OF-FOOT TO TRUE
089100    	MOVE "CLOSING NOT EQUAL TO MASTER"
089200    	    TO WS-EXCEPTION-REASON
089300    	END-IF
089400    	END-IF.
089500
089600 CARRY-ONE-ITEM-BALANCE.
089700    	ADD WS-ITM-AMOUNT(WS-ITEM-SUB) TO WS-CLOSING-BALANCE.
089800    	MOVE WS-CLOSING-BALANCE TO WS-ITM-BALANCE(WS-ITEM-SUB).
089900    	ADD 1 TO WS-ITEM-SUB.
090000
090100*    THE STATEMENT PROPER: HEADING, OPENING BALANCE, THE
090200*    MONTH'S ITEMS, CLOSING BALANCE, CREDIT AVAILABLE AND THE
090300*    AGING SUMMARY, WITH A SEPARATOR BETWEEN CUSTOMERS.
090400 PRINT-STATEMENT.
090500    	ADD 1 TO WS-STATEMENTS-PRINTED.
090600    	MOVE WS-RUN-DATE-NUM TO STM-HDG-RUN-DATE.
090700    	MOVE WS-STMT-HEADING-1 TO STATEMENT-RECORD.
090800    	PERFORM WRITE-STATEMENT-LINE.
090900    	MOVE CUST-KEY TO STM-HDG-CUST-KEY.
091000    	MOVE CUST-NAME TO STM-HDG-CUST-NAME.
091100    	MOVE WS-STMT-HEADING-2 TO STATEMENT-RECORD.
091200    	PERFORM WRITE-STATEMENT-LINE.
091300    	MOVE WS-PERIOD-START TO STM-HDG-PERIOD-START.
091400    	MOVE WS-RUN-DATE-NUM TO STM-HDG-PERIOD-END.
091500    	MOVE WS-STMT-HEADING-3 TO STATEMENT-RECORD.
091600    	PERFORM WRITE-STATEMENT-LINE.
091700    	MOVE SPACES TO STATEMENT-RECORD.
091800    	PERFORM WRITE-STATEMENT-LINE.
091900    	MOVE WS-STMT-HEADING-4 TO STATEMENT-RECORD.
092000    	PERFORM WRITE-STATEMENT-LINE.
092100    	MOVE SPACES TO WS-STMT-DETAIL.
092200    	MOVE "OPENING BALANCE" TO STM-ITEM-DESC.
092300    	MOVE WS-OPENING-BALANCE TO STM-ITEM-BALANCE.
092400    	MOVE WS-STMT-DETAIL TO STATEMENT-RECORD.
092500    	PERFORM WRITE-STATEMENT-LINE.
092600    	MOVE 1 TO WS-ITEM-SUB.
092700    	PERFORM PRINT-ONE-ITEM
092800    	    UNTIL WS-ITEM-SUB > WS-ITEM-COUNT.
092900    	MOVE SPACES TO WS-STMT-DETAIL.
093000    	MOVE "CLOSING BALANCE" TO STM-ITEM-DESC.
093100    	MOVE WS-CLOSING-BALANCE TO STM-ITEM-BALANCE.
093200    	MOVE WS-STMT-DETAIL TO STATEMENT-RECORD.
093300    	PERFORM WRITE-STATEMENT-LINE.
093400    	MOVE SPACES TO STATEMENT-RECORD.
093500    	PERFORM WRITE-STATEMENT-LINE.
093600    	COMPUTE WS-CREDIT-AVAILABLE =
093700    	    CUST-CREDIT-LIMIT - WS-CLOSING-BALANCE.
093800    	IF WS-CREDIT-AVAILABLE < ZERO
093900    	MOVE ZERO TO WS-CREDIT-AVAILABLE
094000    	END-IF.
094100    	MOVE CUST-CREDIT-LIMIT TO STM-CREDIT-LIMIT.
094200    	MOVE WS-CREDIT-AVAILABLE TO STM-CREDIT-AVAILABLE.
094300    	MOVE WS-STMT-LIMIT-LINE TO STATEMENT-RECORD.
094400    	PERFORM WRITE-STATEMENT-LINE.
094500    	PERFORM AGE-THE-STATEMENT.
094600    	MOVE WS-STMT-AGING-HEADING TO STATEMENT-RECORD.
094700    	PERFORM WRITE-STATEMENT-LINE.
094800    	MOVE 1 TO WS-AGE-SUB.
094900    	PERFORM EDIT-ONE-AGE-BUCKET UNTIL WS-AGE-SUB > 4.
095000    	MOVE WS-STMT-AGING-LINE TO STATEMENT-RECORD.
095100    	PERFORM WRITE-STATEMENT-LINE.
095200    	MOVE WS-STMT-SEPARATOR TO STATEMENT-RECORD.
095300    	PERFORM WRITE-STATEMENT-LINE.
095400
095500*    AN ITEM WITH NO TYPE CODE DID NOT COME FROM A POSTING OF
095600*    THE CUSTOMER'S OWN - A CORRECTION KEYED BY THE CREDIT DESK
095650*    OR A BACKOUT ON THE MAINTENANCE JOURNAL, OR A POSTING MADE
095700*    BEFORE THE TYPE STAMP EXISTED - AND PRINTS AS AN ADJUSTMENT.
095800 PRINT-ONE-ITEM.
095900    	MOVE SPACES TO WS-STMT-DETAIL.
096000    	MOVE WS-ITM-DATE(WS-ITEM-SUB) TO STM-ITEM-DATE.
096100    	MOVE WS-ITM-TYPE(WS-ITEM-SUB) TO WS-ITEM-TYPE.
096200    	PERFORM SET-TYPE-SUBSCRIPT.
096300    	IF WS-TYPE-SUB = ZERO
096400    	MOVE 3 TO WS-TYPE-SUB
096500    	END-IF.
097000    	MOVE WS-TYPE-LABEL(WS-TYPE-SUB) TO STM-ITEM-DESC.
097100    	MOVE WS-ITM-AMOUNT(WS-ITEM-SUB) TO STM-ITEM-AMOUNT.
097200    	MOVE WS-ITM-BALANCE(WS-ITEM-SUB) TO STM-ITEM-BALANCE.
097300    	MOVE WS-STMT-DETAIL TO STATEMENT-RECORD.
097400    	PERFORM WRITE-STATEMENT-LINE.
097500    	ADD 1 TO WS-ITEM-SUB.
097600
097700 SET-TYPE-SUBSCRIPT.
097800    	MOVE ZERO TO WS-TYPE-SUB.
097900    	IF WS-ITEM-TYPE = "D"
098000    	MOVE 1 TO WS-TYPE-SUB
098100    	ELSE
098200    	IF WS-ITEM-TYPE = "C"
098300    	MOVE 2 TO WS-TYPE-SUB
098400    	ELSE
098500    	IF WS-ITEM-TYPE = "A"
098600    	MOVE 3 TO WS-TYPE-SUB
098700    	ELSE
098800    	IF WS-ITEM-TYPE = "R"
098900    	MOVE 4 TO WS-TYPE-SUB
099000    	END-IF
099100    	END-IF
099200    	END-IF
099300    	END-IF.
099400
099500*    LEDGER AGING WHEN OPENITEM IS ON DISK, SO THE STATEMENT
099520*    AGREES WITH CUSTRPT AND DLQREVW; BALANCE-FORWARD OTHERWISE.
099540 AGE-THE-STATEMENT.
099560    	INITIALIZE WS-AGING-TOTALS.
099580    	IF LEDGER-AVAILABLE
099600    	PERFORM AGE-FROM-OPEN-ITEMS
099620    	ELSE
099640    	PERFORM AGE-BALANCE-FORWARD
099660    	END-IF.
099680
099700*    EACH OPEN ITEM OF THE CUSTOMER AGES FROM ITS OWN ITEM DATE;
099720*    AN UNAPPLIED CREDIT IS NOT PAST DUE AND SHOWS IN THE
099740*    CURRENT BUCKET.  ANY PART OF THE CLOSING BALANCE THE LEDGER
099760*    DOES NOT ITEMIZE AGES FROM THE LAST-ACTIVITY DATE, SO THE
099780*    BUCKETS STILL ADD UP TO THE CLOSING BALANCE.
099800 AGE-FROM-OPEN-ITEMS.
099820    	MOVE WS-CLOSING-BALANCE TO WS-UNAGED-BALANCE.
099840    	PERFORM START-CUSTOMER-ITEMS.
099860    	PERFORM AGE-ONE-OPEN-ITEM UNTIL ITEM-SCAN-DONE.
099880    	IF WS-UNAGED-BALANCE NOT = ZERO
099900    	MOVE CUST-LAST-ACTIVITY-DATE TO WS-AGE-DATE
099920    	MOVE WS-UNAGED-BALANCE TO WS-AGE-PIECE
099940    	PERFORM AGE-DATED-PIECE
099960    	END-IF.
099980
100000 START-CUSTOMER-ITEMS.
100020    	SET ITEM-SCAN-MORE TO TRUE.
100040    	MOVE CUST-KEY TO OIT-CUST-KEY.
100060    	MOVE LOW-VALUES TO OIT-ITEM-REFERENCE.
100080    	START OPEN-ITEM-FILE KEY NOT < OIT-RECORD-KEY.
100100    	IF WS-OPEN-ITEM-STATUS = "23"
100120    	SET ITEM-SCAN-DONE TO TRUE
100140    	ELSE
100160    	MOVE "OPEN-ITEM-FILE" TO WS-CHECK-FILE-NAME
100180    	MOVE WS-OPEN-ITEM-STATUS TO WS-CHECK-FILE-STATUS
100200    	PERFORM FILE-STATUS-CHECK
100220    	PERFORM READ-NEXT-OPEN-ITEM
100240    	END-IF.
100260
100280 READ-NEXT-OPEN-ITEM.
100300    	READ OPEN-ITEM-FILE NEXT RECORD
100320    	AT END
100340    	SET ITEM-SCAN-DONE TO TRUE
100360    	END-READ.
100380    	IF ITEM-SCAN-MORE
100400    	MOVE "OPEN-ITEM-FILE" TO WS-CHECK-FILE-NAME
100420    	MOVE WS-OPEN-ITEM-STATUS TO WS-CHECK-FILE-STATUS
100440    	PERFORM FILE-STATUS-CHECK
100460    	IF OIT-CUST-KEY NOT = CUST-KEY
100480    	SET ITEM-SCAN-DONE TO TRUE
100500    	END-IF
100520    	END-IF.
100540
100560 AGE-ONE-OPEN-ITEM.
100580    	IF OIT-ITEM-OPEN AND OIT-OPEN-AMOUNT NOT = ZERO
100600    	SUBTRACT OIT-OPEN-AMOUNT FROM WS-UNAGED-BALANCE
100620    	IF OIT-OPEN-AMOUNT < ZERO
100640    	ADD OIT-OPEN-AMOUNT TO WS-AGE-AMOUNT(1)
100660    	ELSE
100680    	MOVE OIT-ITEM-DATE TO WS-AGE-DATE
100700    	MOVE OIT-OPEN-AMOUNT TO WS-AGE-PIECE
100720    	PERFORM AGE-DATED-PIECE
100740    	END-IF
100760    	END-IF.
100780    	PERFORM READ-NEXT-OPEN-ITEM.
100800
100820*    AN AMOUNT WITH NO USABLE DATE AGES AS OVER 90, AS IN
100840*    CUSTRPT - AN UNKNOWN-AGE AMOUNT IS WHAT THE CREDIT DESK
100860*    WANTS SURFACED.
100880 AGE-DATED-PIECE.
100900    	IF WS-AGE-DATE IS NUMERIC AND
100920    	   WS-AGE-DATE > ZERO
100940    	COMPUTE WS-AGE-DATE-INT =
100960    	    FUNCTION INTEGER-OF-DATE(WS-AGE-DATE)
100980    	ELSE
101000    	COMPUTE WS-AGE-DATE-INT = WS-RUN-DATE-INT - 999
101020    	END-IF.
101040    	PERFORM ADD-TO-AGE-BUCKET.
101060
101080*    WITHOUT A LEDGER: A CREDIT BALANCE IS NOT PAST DUE AND
101100*    SHOWS WHOLE IN THE CURRENT BUCKET.  OTHERWISE THE BALANCE
101120*    IS SPREAD OVER THE MONTH'S CHARGES NEWEST FIRST AND THE
101140*    REMAINDER AGES FROM THE DAY BEFORE THE PERIOD OPENED.
101160 AGE-BALANCE-FORWARD.
101180    	IF WS-CLOSING-BALANCE NOT > ZERO
101200    	MOVE WS-CLOSING-BALANCE TO WS-AGE-AMOUNT(1)
101220    	ELSE
101240    	MOVE WS-CLOSING-BALANCE TO WS-UNAGED-BALANCE
101260    	MOVE WS-ITEM-COUNT TO WS-ITEM-SUB
101280    	PERFORM AGE-ONE-ITEM
101300    	    UNTIL WS-ITEM-SUB < 1 OR WS-UNAGED-BALANCE = ZERO
101320    	IF WS-UNAGED-BALANCE > ZERO
101340    	COMPUTE WS-AGE-DATE-INT = WS-PERIOD-START-INT - 1
101360    	MOVE WS-UNAGED-BALANCE TO WS-AGE-PIECE
101380    	PERFORM ADD-TO-AGE-BUCKET
101400    	END-IF
101420    	END-IF.
101440
101500 AGE-ONE-ITEM.
101600    	IF WS-ITM-AMOUNT(WS-ITEM-SUB) > ZERO
101700    	IF WS-ITM-AMOUNT(WS-ITEM-SUB) < WS-UNAGED-BALANCE
101800    	MOVE WS-ITM-AMOUNT(WS-ITEM-SUB) TO WS-AGE-PIECE
101900    	ELSE
102000    	MOVE WS-UNAGED-BALANCE TO WS-AGE-PIECE
102100    	END-IF
102200    	COMPUTE WS-AGE-DATE-INT =
102300    	    FUNCTION INTEGER-OF-DATE(WS-ITM-DATE(WS-ITEM-SUB))
102400    	PERFORM ADD-TO-AGE-BUCKET
102500    	SUBTRACT WS-AGE-PIECE FROM WS-UNAGED-BALANCE
102600    	END-IF.
102700    	SUBTRACT 1 FROM WS-ITEM-SUB.
102800
102900 ADD-TO-AGE-BUCKET.
103000    	COMPUTE WS-AGE-DAYS = WS-RUN-DATE-INT - WS-AGE-DATE-INT.
103100    	IF WS-AGE-DAYS <= 30
103200    	MOVE 1 TO WS-AGE-SUB
103300    	ELSE
103400    	IF WS-AGE-DAYS <= 60
103500    	MOVE 2 TO WS-AGE-SUB
103600    	ELSE
103700    	IF WS-AGE-DAYS <= 90
103800    	MOVE 3 TO WS-AGE-SUB
103900    	ELSE
104000    	MOVE 4 TO WS-AGE-SUB
104100    	END-IF
104200    	END-IF
104300    	END-IF.
104400    	ADD WS-AGE-PIECE TO WS-AGE-AMOUNT(WS-AGE-SUB).
104500
104600 EDIT-ONE-AGE-BUCKET.
104700    	MOVE WS-AGE-AMOUNT(WS-AGE-SUB)
104800    	    TO STM-AGE-AMOUNT(WS-AGE-SUB).
104900    	ADD 1 TO WS-AGE-SUB.
105000
105100 WRITE-STATEMENT-LINE.
105200    	WRITE STATEMENT-RECORD.
105300    	MOVE "STATEMENT-FILE" TO WS-CHECK-FILE-NAME.
105400    	MOVE WS-STATEMENT-STATUS TO WS-CHECK-FILE-STATUS.
105500    	PERFORM FILE-STATUS-CHECK.
105600    	ADD 1 TO WS-RECORDS-WRITTEN.
105700
105800*    A STATEMENT THAT DOES NOT FOOT IS NEVER MAILED: THE
105900*    CUSTOMER IS LISTED WITH THE REASON AND BOTH BALANCES, AND
106000*    THE RUN ENDS WARNING SO THE CREDIT DESK LOOKS AT IT.
106100 WRITE-EXCEPTION-LINE.
106200    	ADD 1 TO WS-STATEMENT-EXCEPTIONS.
106300    	ADD 1 TO WS-RECORDS-REJECTED.
106400    	MOVE SPACES TO WS-REPORT-DETAIL.
106500    	MOVE CUST-KEY TO RPT-CUST-KEY.
106600    	MOVE CUST-NAME TO RPT-CUST-NAME.
106700    	MOVE WS-EXCEPTION-REASON TO RPT-REASON.
106800    	MOVE WS-CLOSING-BALANCE TO RPT-STATEMENT-BALANCE.
106900    	IF CUST-CURRENT-BALANCE IS NUMERIC
107000    	MOVE CUST-CURRENT-BALANCE TO RPT-MASTER-BALANCE
107100    	ELSE
107200    	MOVE ZERO TO RPT-MASTER-BALANCE
107300    	END-IF.
107400    	MOVE WS-REPORT-DETAIL TO REPORT-RECORD.
107500    	PERFORM WRITE-REPORT-LINE.
107600    	IF WS-RETURN-CODE < 4
107700    	SET WS-RC-WARNING TO TRUE
107800    	END-IF.
107900
108000 CALL-CUSTOMER-SERVICE.
108100    	CALL "CUSTLOOKUP" USING WS-COMM-AREA.
108200    	IF CA-STATUS-ERROR
108300    	MOVE "M016" TO MSG-NUMBER
108400    	SET MSG-SEVERITY-ERROR TO TRUE
108500    	MOVE SPACES TO MSG-TEXT
108600    	STRING "CUSTLOOKUP FAILED FOR KEY " CA-KEY
108700    	    DELIMITED BY SIZE INTO MSG-TEXT
108800    	PERFORM LOG-OPERATOR-MESSAGE
108900    	IF WS-RETURN-CODE < 8
109000    	SET WS-RC-DATA-ERROR TO TRUE
109100    	END-IF
109200    	SET MASTER-EOF TO TRUE
109300    	END-IF.
109400
109500 WRITE-REPORT-LINE.
109600    	WRITE REPORT-RECORD.
109700    	MOVE "REPORT-FILE" TO WS-CHECK-FILE-NAME.
109800    	MOVE WS-REPORT-STATUS TO WS-CHECK-FILE-STATUS.
109900    	PERFORM FILE-STATUS-CHECK.
110000
110100 CLOSING-PROCEDURE.
110200    	SET CLOSING-IN-PROGRESS TO TRUE.
110300    	IF WS-STATEMENT-EXCEPTIONS > ZERO
110400    	MOVE "M022" TO MSG-NUMBER
110500    	SET MSG-SEVERITY-WARNING TO TRUE
110600    	MOVE SPACES TO MSG-TEXT
110700    	STRING "STATEMENTS HELD - " WS-STATEMENT-EXCEPTIONS
110800    	    " CUSTOMERS DID NOT FOOT TO THE MASTER"
110900    	    DELIMITED BY SIZE INTO MSG-TEXT
111000    	PERFORM LOG-OPERATOR-MESSAGE
111100    	END-IF.
111200    	IF WS-REPORT-STATUS NOT = SPACES
111300    	PERFORM WRITE-STATEMENT-TOTALS
111400    	PERFORM WRITE-RUN-SUMMARY
111500    	END-IF.
111600    	PERFORM CLOSE-CUSTOMER-SERVICE.
111700    	PERFORM CLOSE-ALL-FILES.
111800    	PERFORM WRITE-RUN-CONTROL-STOP.
111900
112000 WRITE-STATEMENT-TOTALS.
112100    	MOVE SPACES TO REPORT-RECORD.
112200    	PERFORM WRITE-REPORT-LINE.
112300    	IF WS-STATEMENT-EXCEPTIONS = ZERO
112400    	MOVE " NO EXCEPTIONS - EVERY STATEMENT FOOTS TO MASTER"
112500    	    TO REPORT-RECORD
112600    	PERFORM WRITE-REPORT-LINE
112700    	MOVE SPACES TO REPORT-RECORD
112800    	PERFORM WRITE-REPORT-LINE
112900    	END-IF.
113000    	MOVE SPACES TO WS-BANNER-LINE.
113100    	STRING "CUSTOMERS READ: " WS-CUSTOMERS-READ
113200    	    "   STATEMENTS PRINTED: " WS-STATEMENTS-PRINTED
113300    	    "   NOT DUE: " WS-STATEMENTS-NOT-DUE
113400    	    "   EXCEPTIONS: " WS-STATEMENT-EXCEPTIONS
113500    	    DELIMITED BY SIZE INTO WS-BANNER-LINE.
113600    	MOVE WS-BANNER-LINE TO REPORT-RECORD.
113700    	PERFORM WRITE-REPORT-LINE.
113800    	MOVE SPACES TO WS-BANNER-LINE.
113900    	STRING "JOURNAL ROWS READ: " WS-JOURNAL-ROWS-READ
114000    	    "   IN PERIOD: " WS-JOURNAL-ROWS-SELECTED
114100    	    "   FOR CUSTOMERS NO LONGER ON FILE: "
114200    	    WS-ORPHAN-ROWS
114300    	    DELIMITED BY SIZE INTO WS-BANNER-LINE.
114400    	MOVE WS-BANNER-LINE TO REPORT-RECORD.
114500    	PERFORM WRITE-REPORT-LINE.
114600
114700*    STANDARD END-OF-JOB BANNER IN THE TEMPLATE.COB STYLE,
114800*    APPENDED TO THE EXCEPTION LIST ON REPTFILE.
114900 WRITE-RUN-SUMMARY.
115000    	ACCEPT WS-RUN-STOP-TIME FROM TIME.
115100    	MOVE SPACES TO REPORT-RECORD.
115200    	PERFORM WRITE-REPORT-LINE.
115300    	MOVE SPACES TO WS-BANNER-LINE.
115400    	STRING "RUN SUMMARY FOR PROGRAM: " WS-WORK-PROGRAM-ID
115500    	    DELIMITED BY SIZE INTO WS-BANNER-LINE.
115600    	MOVE WS-BANNER-LINE TO REPORT-RECORD.
115700    	PERFORM WRITE-REPORT-LINE.
115800    	MOVE SPACES TO WS-BANNER-LINE.
115900    	STRING "RUN DATE: " WS-CURRENT-DATE
116000    	    "   START: " WS-START-HH ":" WS-START-MM ":"
116100    	    WS-START-SS
116200    	    "   STOP: "  WS-STOP-HH ":" WS-STOP-MM ":"
116300    	    WS-STOP-SS
116400    	    DELIMITED BY SIZE INTO WS-BANNER-LINE.
116500    	MOVE WS-BANNER-LINE TO REPORT-RECORD.
116600    	PERFORM WRITE-REPORT-LINE.
116700    	MOVE SPACES TO WS-BANNER-LINE.
116800    	STRING "RECORDS READ: " WS-RECORDS-READ
116900    	    "   WRITTEN: " WS-RECORDS-WRITTEN
117000    	    "   REJECTED: " WS-RECORDS-REJECTED
117100    	    DELIMITED BY SIZE INTO WS-BANNER-LINE.
117200    	MOVE WS-BANNER-LINE TO REPORT-RECORD.
117300    	PERFORM WRITE-REPORT-LINE.
117400
117500 CLOSE-CUSTOMER-SERVICE.
117600    	MOVE "CLOS" TO CA-REQUEST-CODE.
117700    	CALL "CUSTLOOKUP" USING WS-COMM-AREA.
117800
117900 CLOSE-ALL-FILES.
118000    	IF WS-HISTORY-STATUS NOT = SPACES AND
118100    	   WS-HISTORY-STATUS NOT = "35"
118200    	CLOSE HISTORY-FILE
118300    	MOVE "HISTORY-FILE" TO WS-CHECK-FILE-NAME
118400    	MOVE WS-HISTORY-STATUS TO WS-CHECK-FILE-STATUS
118500    	PERFORM FILE-STATUS-CHECK
118600    	END-IF.
118700    	IF WS-JOURNAL-STATUS NOT = SPACES AND
118800    	   WS-JOURNAL-STATUS NOT = "35"
118900    	CLOSE JOURNAL-FILE
119000    	MOVE "JOURNAL-FILE" TO WS-CHECK-FILE-NAME
119100    	MOVE WS-JOURNAL-STATUS TO WS-CHECK-FILE-STATUS
119200    	PERFORM FILE-STATUS-CHECK
119300    	END-IF.
119400    	IF WS-MAINT-JRNL-STATUS NOT = SPACES AND
119500    	   WS-MAINT-JRNL-STATUS NOT = "35"
119600    	CLOSE MAINT-JOURNAL-FILE
119700    	MOVE "MAINT-JOURNAL-FILE" TO WS-CHECK-FILE-NAME
119800    	MOVE WS-MAINT-JRNL-STATUS TO WS-CHECK-FILE-STATUS
119900    	PERFORM FILE-STATUS-CHECK
120000    	END-IF.
120100    	IF WS-STATEMENT-STATUS NOT = SPACES
120200    	CLOSE STATEMENT-FILE
120300    	MOVE "STATEMENT-FILE" TO WS-CHECK-FILE-NAME
120400    	MOVE WS-STATEMENT-STATUS TO WS-CHECK-FILE-STATUS
120500    	PERFORM FILE-STATUS-CHECK
120600    	END-IF.
120610    	IF LEDGER-AVAILABLE
120620    	CLOSE OPEN-ITEM-FILE
120630    	SET LEDGER-NOT-AVAILABLE TO TRUE
120640    	END-IF.
120700    	IF WS-REPORT-STATUS NOT = SPACES
120800    	CLOSE REPORT-FILE
120900    	MOVE "REPORT-FILE" TO WS-CHECK-FILE-NAME
121000    	MOVE WS-REPORT-STATUS TO WS-CHECK-FILE-STATUS
121100    	PERFORM FILE-STATUS-CHECK
121200    	END-IF.
121300
121400*    JOB-STREAM SEQUENCE ENFORCEMENT IN THE TEMPLATE.COB
121500*    STYLE: THE RUN IS REFUSED WHEN RECONPRF HAS NOT ENDED
121600*    CLEAN FOR THE RUN DATE - A STATEMENT CUT FROM A MASTER
121700*    OUT OF PROOF WOULD MAIL THE CUSTOMER A WRONG BALANCE - WHEN
121800*    ARCHHIST HAS ALREADY ROLLED THE NIGHT'S JOURNALS AWAY, OR
121810*    WHEN THIS JOB ALREADY RAN CLEAN THAT NIGHT.
121900 CHECK-RUN-CONTROL.
122000    	OPEN INPUT RUN-CONTROL-FILE.
122100    	IF WS-RUN-CONTROL-STATUS = "35"
122200    	SET RUN-CONTROL-EOF TO TRUE
122300    	ELSE
122400    	MOVE "RUN-CONTROL-FILE" TO WS-CHECK-FILE-NAME
122500    	MOVE WS-RUN-CONTROL-STATUS TO WS-CHECK-FILE-STATUS
122600    	PERFORM FILE-STATUS-CHECK
122700    	PERFORM READ-RUN-CONTROL-RECORD
122800    	PERFORM SCAN-RUN-CONTROL-ROW UNTIL RUN-CONTROL-EOF
122900    	CLOSE RUN-CONTROL-FILE
123000    	MOVE WS-RUN-CONTROL-STATUS TO WS-CHECK-FILE-STATUS
123100    	PERFORM FILE-STATUS-CHECK
123200    	END-IF.
123300    	IF WS-PREDECESSOR-ID NOT = SPACES AND
123400    	   PREDECESSOR-NOT-ENDED
123500    	MOVE "M008" TO MSG-NUMBER
123600    	SET MSG-SEVERITY-ERROR TO TRUE
123700    	MOVE SPACES TO MSG-TEXT
123800    	STRING "RUN REFUSED - PREDECESSOR "
123900    	    WS-PREDECESSOR-ID " HAS NOT ENDED CLEAN FOR "
124000    	    WS-RUN-DATE-NUM
124100    	    DELIMITED BY SIZE INTO MSG-TEXT
124200    	PERFORM LOG-OPERATOR-MESSAGE
124300    	PERFORM REFUSE-THE-RUN
124400    	END-IF.
124410    	IF SUCCESSOR-ALREADY-RAN
124420    	MOVE "M029" TO MSG-NUMBER
124430    	SET MSG-SEVERITY-ERROR TO TRUE
124440    	MOVE SPACES TO MSG-TEXT
124450    	STRING "RUN REFUSED - " WS-SUCCESSOR-ID
124460    	    " ALREADY RAN CLEAN FOR " WS-RUN-DATE-NUM
124470    	    DELIMITED BY SIZE INTO MSG-TEXT
124480    	PERFORM LOG-OPERATOR-MESSAGE
124490    	PERFORM REFUSE-THE-RUN
124495    	END-IF.
124500    	IF ALREADY-RAN-CLEAN
124600    	MOVE "M009" TO MSG-NUMBER
124700    	SET MSG-SEVERITY-ERROR TO TRUE
124800    	MOVE SPACES TO MSG-TEXT
124900    	STRING "RUN REFUSED - " WS-WORK-PROGRAM-ID
125000    	    " ALREADY RAN CLEAN FOR " WS-RUN-DATE-NUM
125100    	    DELIMITED BY SIZE INTO MSG-TEXT
125200    	PERFORM LOG-OPERATOR-MESSAGE
125300    	PERFORM REFUSE-THE-RUN
125400    	END-IF.
125500
125600 READ-RUN-CONTROL-RECORD.
125700    	READ RUN-CONTROL-FILE
125800    	AT END
125900    	SET RUN-CONTROL-EOF TO TRUE
126000    	END-READ.
126100    	IF RUN-CONTROL-NOT-EOF
126200    	MOVE "RUN-CONTROL-FILE" TO WS-CHECK-FILE-NAME
126300    	MOVE WS-RUN-CONTROL-STATUS TO WS-CHECK-FILE-STATUS
126400    	PERFORM FILE-STATUS-CHECK
126500    	END-IF.
126600
126700 SCAN-RUN-CONTROL-ROW.
126800    	IF RC-RUN-DATE = WS-RUN-DATE-NUM AND
126900    	   RC-STATUS-ENDED AND RC-RETURN-CODE < 8
127000    	IF RC-PROGRAM-ID = WS-PREDECESSOR-ID
127100    	SET PREDECESSOR-ENDED-CLEAN TO TRUE
127200    	END-IF
127210    	IF RC-PROGRAM-ID = WS-SUCCESSOR-ID
127220    	SET SUCCESSOR-ALREADY-RAN TO TRUE
127230    	END-IF
127300    	IF RC-PROGRAM-ID = WS-WORK-PROGRAM-ID
127400    	SET ALREADY-RAN-CLEAN TO TRUE
127500    	END-IF
127600    	END-IF.
127700    	PERFORM READ-RUN-CONTROL-RECORD.
127800
127900*    THE STARTED ROW, APPENDED ONCE THE SEQUENCE CHECK HAS
128000*    PASSED.  A MISSING RUNCTL IS CREATED THE WAY TEMPLATE.COB
128100*    CREATES A MISSING CHECKPOINT FILE.
128200 WRITE-RUN-CONTROL-START.
128300    	OPEN EXTEND RUN-CONTROL-FILE.
128400    	IF WS-RUN-CONTROL-STATUS = "35"
128500    	OPEN OUTPUT RUN-CONTROL-FILE
128600    	END-IF.
128700    	MOVE "RUN-CONTROL-FILE" TO WS-CHECK-FILE-NAME.
128800    	MOVE WS-RUN-CONTROL-STATUS TO WS-CHECK-FILE-STATUS.
128900    	PERFORM FILE-STATUS-CHECK.
129000    	MOVE WS-WORK-PROGRAM-ID TO RC-PROGRAM-ID.
129100    	MOVE WS-RUN-DATE-NUM TO RC-RUN-DATE.
129200    	MOVE WS-RUN-START-TIME TO RC-START-TIME.
129300    	MOVE ZERO TO RC-STOP-TIME.
129400    	MOVE ZERO TO RC-RETURN-CODE.
129500    	SET RC-STATUS-STARTED TO TRUE.
129600    	WRITE RUN-CONTROL-RECORD.
129700    	MOVE WS-RUN-CONTROL-STATUS TO WS-CHECK-FILE-STATUS.
129800    	PERFORM FILE-STATUS-CHECK.
129900    	CLOSE RUN-CONTROL-FILE.
130000    	MOVE WS-RUN-CONTROL-STATUS TO WS-CHECK-FILE-STATUS.
130100    	PERFORM FILE-STATUS-CHECK.
130200    	SET START-ROW-WRITTEN TO TRUE.
130300
130400*    THE ENDED ROW WITH BOTH TIMES AND THE FINAL RETURN CODE,
130500*    APPENDED AS THE LAST ACT OF CLOSING SO EVEN AN ABENDED
130600*    RUN LEAVES ITS STATE ON RECORD.  A RUN REFUSED BEFORE
130700*    ITS STARTED ROW WENT OUT LEAVES RUNCTL UNTOUCHED.
130800 WRITE-RUN-CONTROL-STOP.
130900    	IF START-ROW-WRITTEN
131000    	OPEN EXTEND RUN-CONTROL-FILE
131100    	IF WS-RUN-CONTROL-STATUS = "35"
131200    	OPEN OUTPUT RUN-CONTROL-FILE
131300    	END-IF
131400    	MOVE "RUN-CONTROL-FILE" TO WS-CHECK-FILE-NAME
131500    	MOVE WS-RUN-CONTROL-STATUS TO WS-CHECK-FILE-STATUS
131600    	PERFORM FILE-STATUS-CHECK
131700    	MOVE WS-WORK-PROGRAM-ID TO RC-PROGRAM-ID
131800    	MOVE WS-RUN-DATE-NUM TO RC-RUN-DATE
131900    	MOVE WS-RUN-START-TIME TO RC-START-TIME
132000    	MOVE WS-RUN-STOP-TIME TO RC-STOP-TIME
132100    	MOVE WS-RETURN-CODE TO RC-RETURN-CODE
132200    	SET RC-STATUS-ENDED TO TRUE
132300    	WRITE RUN-CONTROL-RECORD
132400    	MOVE WS-RUN-CONTROL-STATUS TO WS-CHECK-FILE-STATUS
132500    	PERFORM FILE-STATUS-CHECK
132600    	CLOSE RUN-CONTROL-FILE
132700    	MOVE WS-RUN-CONTROL-STATUS TO WS-CHECK-FILE-STATUS
132800    	PERFORM FILE-STATUS-CHECK
132900    	END-IF.
133000
133100*    CONTROLLED REFUSAL IN THE TEMPLATE.COB STYLE: NOT AN
133200*    ABEND - THE EXCEPTION LIST AND RUN SUMMARY STILL PRINT,
133300*    AND THE DATA-ERROR RETURN CODE STOPS THE JOB HERE.
133400 REFUSE-THE-RUN.
133500    	SET WS-RC-DATA-ERROR TO TRUE.
133600    	PERFORM CLOSING-PROCEDURE.
133700    	PERFORM PROGRAM-DONE.
133800
133900*    SHOP MESSAGE WRITER IN THE TEMPLATE.COB STYLE: THE
134000*    CALLER FILLS MSG-NUMBER, SEVERITY AND TEXT; MSGWRITE
134100*    HANDLES THE CONSOLE AND THE MESSAGE FILE.
134200 LOG-OPERATOR-MESSAGE.
134300    	MOVE WS-WORK-PROGRAM-ID TO MSG-PROGRAM-ID.
134400    	CALL "MSGWRITE" USING WS-MESSAGE-AREA.
134500
134600*    SHARED I/O-ERROR ABORT IN THE TEMPLATE.COB STYLE.  STATUS
134700*    "00" AND "10" ARE THE ONLY NON-ERROR CODES; ANYTHING ELSE
134800*    CLOSES WHAT IT CAN AND ABENDS WITH RETURN CODE 16.
134900 FILE-STATUS-CHECK.
135000    	IF WS-CHECK-FILE-STATUS NOT = "00" AND
135100    	   WS-CHECK-FILE-STATUS NOT = "10"
135200    	MOVE "M015" TO MSG-NUMBER
135300    	SET MSG-SEVERITY-FATAL TO TRUE
135400    	MOVE SPACES TO MSG-TEXT
135500    	STRING "FILE I/O ERROR ON " WS-CHECK-FILE-NAME
135600    	    " - STATUS = " WS-CHECK-FILE-STATUS
135700    	    DELIMITED BY SIZE INTO MSG-TEXT
135800    	PERFORM LOG-OPERATOR-MESSAGE
135900    	SET WS-RC-ABEND TO TRUE
136000    	SET ABEND-OCCURRED TO TRUE
136100    	IF CLOSING-NOT-IN-PROGRESS
136200    	PERFORM CLOSING-PROCEDURE
136300    	PERFORM PROGRAM-DONE
136400    	END-IF
136500    	END-IF.
