000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. DLQREVW.
000300 AUTHOR. John Willis
000400*
000500* PMD 0.01
000600* COPYRIGHT (C) 2012 COHERENT LOGIC DEVELOPMENT LLC
000700*
000800* DLQREVW.COB: NIGHTLY DELINQUENCY REVIEW
000900*   $Id$
001000*
001100* PUTS DELINQUENT ACCOUNTS ON COLLECTIONS HOLD (STATUS "H")
001200* AND TAKES THEM OFF AGAIN ONCE THEY ARE CURRENT.  THE MASTER
001300* IS WALKED IN KEY ORDER THROUGH THE CUSTLOOKUP STRT/NEXT
001400* REQUESTS.  AN ACCOUNT IS DELINQUENT WHEN ITS BALANCE IS OVER
001500* ITS CREDIT LIMIT, OR WHEN IT HAS GONE PARM-RETENTION-DAYS
001600* (DEFAULT 60) WITHOUT A PAYMENT REACHING ITS OLDEST DEBIT -
001700* THE POSTING RUN APPLIES EVERY CREDIT TO THE OLDEST OPEN
001800* ITEMS FIRST, SO AN OPEN ITEM ON THE OPEN-ITEM LEDGER
001900* (OPENITEM) DATED BEFORE THE CUTOFF HAS GONE UNPAID THAT
002000* LONG.  A BALANCE NOT YET ON THE LEDGER IS DATED FROM THE
002100* ACCOUNT'S LAST ACTIVITY, AS CUSTRPT AGES IT.
002200*
002300* AN ACTIVE DELINQUENT ACCOUNT IS HELD WITH CUST-HOLD-SOURCE
002400* SAYING WHY (OVER LIMIT TAKES PRECEDENCE OVER PAST DUE).  A
002500* HOLD THIS REVIEW PLACED IS RELEASED BACK TO ACTIVE WHEN
002600* NEITHER CONDITION HOLDS ANY LONGER.  A HOLD THE CREDIT DESK
002700* PLACED THROUGH CUSTMNT IS NEVER TOUCHED - ONLY CUSTMNT
002800* RELEASES IT.  EVERY CHANGE IS MADE THROUGH THE CUSTLOOKUP
002900* UPDT REQUEST AND JOURNALED WITH ITS BEFORE AND AFTER IMAGES
003000* TO THE MAINTENANCE JOURNAL (MNTJRNL), WHERE RECONPRF AND
003100* JRNLINQ SEE IT.  A PARM-MODE-TEST RUN REPORTS WHAT IT WOULD
003200* DO, CHANGES NOTHING, AND STAYS OFF RUNCTL.
003300*
003400 ENVIRONMENT DIVISION.
003500 INPUT-OUTPUT SECTION.
003600 FILE-CONTROL.
003700
003800    	SELECT PARM-FILE ASSIGN TO "PARMFILE"
003900    	    ORGANIZATION IS LINE SEQUENTIAL
004000    	    FILE STATUS IS WS-PARM-STATUS.
004100
004200    	SELECT OPEN-ITEM-FILE ASSIGN TO "OPENITEM"
004300    	    ORGANIZATION IS INDEXED
004400    	    ACCESS MODE IS DYNAMIC
004500    	    RECORD KEY IS OIT-RECORD-KEY
004600    	    FILE STATUS IS WS-OPEN-ITEM-STATUS.
004700
004800    	SELECT JOURNAL-FILE ASSIGN TO "MNTJRNL"
004900    	    ORGANIZATION IS LINE SEQUENTIAL
005000    	    FILE STATUS IS WS-JOURNAL-STATUS.
005100
005200    	SELECT REPORT-FILE ASSIGN TO "REPTFILE"
005300    	    ORGANIZATION IS LINE SEQUENTIAL
005400    	    FILE STATUS IS WS-REPORT-STATUS.
005500
005600    	SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
005700    	    ORGANIZATION IS LINE SEQUENTIAL
005800    	    FILE STATUS IS WS-RUN-CONTROL-STATUS.
005900
006000 DATA DIVISION.
006100 FILE SECTION.
006200
006300 FD  PARM-FILE.
006400 01  PARM-RECORD.
006500     COPY PARMREC.
006600
006700 FD  OPEN-ITEM-FILE.
006800 01  OPEN-ITEM-RECORD.
006900     COPY OITMREC.
007000
007100 FD  JOURNAL-FILE.
007200 01  JOURNAL-RECORD.
007300     COPY AUDITREC.
007400
007500 FD  REPORT-FILE.
007600 01  REPORT-RECORD             PIC X(132).
007700
007800 FD  RUN-CONTROL-FILE.
007900 01  RUN-CONTROL-RECORD.
008000     COPY RUNCREC.
008100
008200 WORKING-STORAGE SECTION.
008300
008400*    SHARED FILE-STATUS-CHECK CONTROLS
008500 01  WS-CHECK-FILE-NAME        PIC X(20)  VALUE SPACES.
008600 01  WS-CHECK-FILE-STATUS      PIC X(02)  VALUE SPACES.
008700
008800*    STANDARD JOB RETURN CODE, MOVED TO RETURN-CODE BY
008900*    PROGRAM-DONE.  RANGES AS IN TEMPLATE.COB.
009000 01  WS-RETURN-CODE            PIC 9(02)  VALUE ZERO.
009100     88  WS-RC-CLEAN                       VALUE 0.
009200     88  WS-RC-WARNING                     VALUE 4.
009300     88  WS-RC-DATA-ERROR                  VALUE 8.
009400     88  WS-RC-ABEND                       VALUE 16.
009500
009600 01  WS-PARM-STATUS            PIC X(02)  VALUE SPACES.
009700 01  WS-OPEN-ITEM-STATUS       PIC X(02)  VALUE SPACES.
009800 01  WS-JOURNAL-STATUS         PIC X(02)  VALUE SPACES.
009900 01  WS-REPORT-STATUS          PIC X(02)  VALUE SPACES.
010000
010100 01  WS-WORK-PROGRAM-ID        PIC X(08)  VALUE "DLQREVW".
010200 01  WS-ABEND-SWITCH           PIC X(01)  VALUE "N".
010300     88  ABEND-OCCURRED                   VALUE "Y".
010400     88  NO-ABEND-OCCURRED                VALUE "N".
010500 01  WS-CLOSING-SWITCH         PIC X(01)  VALUE "N".
010600     88  CLOSING-IN-PROGRESS              VALUE "Y".
010700     88  CLOSING-NOT-IN-PROGRESS          VALUE "N".
010800
010900 01  WS-MASTER-EOF-SWITCH      PIC X(01)  VALUE "N".
011000     88  MASTER-EOF                       VALUE "Y".
011100     88  MASTER-NOT-EOF                   VALUE "N".
011200 01  WS-ITEM-EOF-SWITCH        PIC X(01)  VALUE "N".
011300     88  ITEM-EOF                         VALUE "Y".
011400     88  ITEM-NOT-EOF                     VALUE "N".
011500 01  WS-LEDGER-SWITCH          PIC X(01)  VALUE "Y".
011600     88  LEDGER-AVAILABLE                 VALUE "Y".
011700     88  LEDGER-NOT-AVAILABLE             VALUE "N".
011800 01  WS-REVIEW-DONE-SWITCH     PIC X(01)  VALUE "N".
011900     88  REVIEW-COMPLETE                  VALUE "Y".
012000     88  REVIEW-NOT-COMPLETE              VALUE "N".
012100
012200*    THE VERDICT ON THE CUSTOMER IN HAND.  OVER LIMIT AND
012300*    PAST DUE CARRY THE SAME CODES AS CUST-HOLD-SOURCE SO THE
012400*    VERDICT CAN BE MOVED STRAIGHT INTO A NEW HOLD.
012500 01  WS-DELINQUENCY-CODE       PIC X(01)  VALUE SPACE.
012600     88  ACCOUNT-CURRENT                  VALUE SPACE.
012700     88  ACCOUNT-OVER-LIMIT               VALUE "L".
012800     88  ACCOUNT-PAST-DUE                 VALUE "P".
012900
013000 01  WS-RUN-DATE-NUM           PIC 9(08)  VALUE ZERO.
013100
013200*    PAST-DUE CONTROLS.  DATES GO THROUGH DAY INTEGERS SO THE
013300*    CUTOFF IS EXACT ACROSS MONTH AND YEAR BOUNDARIES.
013400 01  WS-PAST-DUE-DAYS          PIC 9(03)  VALUE ZERO.
013500 01  WS-RUN-DATE-INT           PIC S9(09) COMP VALUE ZERO.
013600 01  WS-CUTOFF-INT             PIC S9(09) COMP VALUE ZERO.
013700 01  WS-CUTOFF-DATE            PIC 9(08)  VALUE ZERO.
013800 01  WS-OLDEST-DEBIT-DATE      PIC 9(08)  VALUE ZERO.
013900 01  WS-DAYS-UNPAID            PIC S9(07) VALUE ZERO.
014000 01  WS-CUSTOMER-ITEM-TOTAL    PIC S9(11)V99 VALUE ZERO.
014100 01  WS-CUSTOMER-ROW-COUNT     PIC 9(07)  VALUE ZERO.
014200
014300*    THE CUSTOMER BEING REVIEWED, AND ITS IMAGE AS READ SO
014400*    THE JOURNAL CAN CARRY BOTH SIDES OF A CHANGE.
014500 01  WS-CUSTOMER-WORK.
014600     COPY CUSTREC.
014700 01  WS-CUSTOMER-BEFORE        PIC X(80)  VALUE SPACES.
014800
014900*    AUDIT/JOURNAL CONTROLS
015000 01  WS-JOURNAL-KEY            PIC X(20)  VALUE SPACES.
015100 01  WS-JOURNAL-BEFORE         PIC X(80)  VALUE SPACES.
015200 01  WS-JOURNAL-AFTER          PIC X(80)  VALUE SPACES.
015300
015400*    RUN TOTALS FOR THE REVIEW SUMMARY
015500 01  WS-CUSTOMERS-READ         PIC 9(09)  VALUE ZERO.
015600 01  WS-CUSTOMERS-REVIEWED     PIC 9(09)  VALUE ZERO.
015700 01  WS-HOLDS-PLACED           PIC 9(09)  VALUE ZERO.
015800 01  WS-HOLDS-RELEASED         PIC 9(09)  VALUE ZERO.
015900 01  WS-HOLDS-KEPT             PIC 9(09)  VALUE ZERO.
016000 01  WS-MANUAL-HOLDS           PIC 9(09)  VALUE ZERO.
016100 01  WS-SKIPPED-BAD-DATA       PIC 9(09)  VALUE ZERO.
016200 01  WS-UPDATES-FAILED         PIC 9(09)  VALUE ZERO.
016300
016400*    RUN-CONTROL CONTROLS IN THE TEMPLATE.COB STYLE.  THE
016500*    REVIEW READS THE LEDGER THE POSTING RUN MAINTAINS, SO IT
016600*    WAITS FOR THE LEDGER PROOF TO END CLEAN FOR THE NIGHT.
016700 01  WS-RUN-CONTROL-STATUS     PIC X(02)  VALUE SPACES.
016800 01  WS-PREDECESSOR-ID         PIC X(08)  VALUE "OITMPRF".
016900 01  WS-RUN-CONTROL-EOF-SWITCH PIC X(01)  VALUE "N".
017000     88  RUN-CONTROL-EOF                  VALUE "Y".
017100     88  RUN-CONTROL-NOT-EOF              VALUE "N".
017200 01  WS-PRED-CLEAN-SWITCH      PIC X(01)  VALUE "N".
017300     88  PREDECESSOR-ENDED-CLEAN          VALUE "Y".
017400     88  PREDECESSOR-NOT-ENDED            VALUE "N".
017500 01  WS-SELF-CLEAN-SWITCH      PIC X(01)  VALUE "N".
017600     88  ALREADY-RAN-CLEAN                VALUE "Y".
017700     88  NOT-YET-RAN-CLEAN                VALUE "N".
017800 01  WS-START-ROW-SWITCH       PIC X(01)  VALUE "N".
017900     88  START-ROW-WRITTEN                VALUE "Y".
018000     88  START-ROW-NOT-WRITTEN            VALUE "N".
018100
018200*    SHOP MESSAGE FACILITY CONTROLS.  SERIOUS CONDITIONS GO
018300*    OUT THROUGH MSGWRITE TO THE CONSOLE AND THE DATED
018400*    MESSAGE FILE READ BY THE EXCPRPT EXCEPTION REPORT.
018500 01  WS-MESSAGE-AREA.
018600     COPY MSGCOMM.
018700
018800*    CENTRALIZED DATE-WINDOW/CENTURY CONTROLS
018900     COPY DATEUTIL.
019000
019100*    OUTBOUND SUBPROGRAM CALL CONTROLS
019200 01  WS-COMM-AREA.
019300     COPY COMMAREA.
019400
019500*    RUN-SUMMARY BANNER CONTROLS
019600 01  WS-RUN-START-TIME.
019700     05  WS-START-HH           PIC 99     VALUE ZERO.
019800     05  WS-START-MM           PIC 99     VALUE ZERO.
019900     05  WS-START-SS           PIC 99     VALUE ZERO.
020000     05  WS-START-HS           PIC 99     VALUE ZERO.
020100 01  WS-RUN-STOP-TIME.
020200     05  WS-STOP-HH            PIC 99     VALUE ZERO.
020300     05  WS-STOP-MM            PIC 99     VALUE ZERO.
020400     05  WS-STOP-SS            PIC 99     VALUE ZERO.
020500     05  WS-STOP-HS            PIC 99     VALUE ZERO.
020600 01  WS-RECORDS-READ           PIC 9(09)  VALUE ZERO.
020700 01  WS-RECORDS-WRITTEN        PIC 9(09)  VALUE ZERO.
020800 01  WS-RECORDS-REJECTED       PIC 9(09)  VALUE ZERO.
020900 01  WS-BANNER-LINE            PIC X(132) VALUE SPACES.
021000
021100*    REVIEW REPORT LINE LAYOUTS (REPTFILE)
021200 01  WS-REPORT-HEADING-1.
021300     05  FILLER                PIC X(40)  VALUE
021400         "DLQREVW DELINQUENCY REVIEW - RUN ".
021500     05  RPT-HDG-RUN-DATE      PIC 9(08).
021600     05  FILLER                PIC X(02)  VALUE SPACES.
021700     05  RPT-HDG-MODE          PIC X(30).
021800     05  FILLER                PIC X(52)  VALUE SPACES.
021900 01  WS-REPORT-HEADING-2.
022000     05  FILLER                PIC X(16)  VALUE " ACTION".
022100     05  FILLER                PIC X(21)  VALUE "CUSTOMER KEY".
022200     05  FILLER                PIC X(31)  VALUE "NAME".
022300     05  FILLER                PIC X(14)  VALUE
022400         "       BALANCE".
022500     05  FILLER                PIC X(14)  VALUE
022600         "         LIMIT".
022700     05  FILLER                PIC X(10)  VALUE "  OLDEST".
022800     05  FILLER                PIC X(06)  VALUE "  DAYS".
022900     05  FILLER                PIC X(02)  VALUE SPACES.
023000     05  FILLER                PIC X(18)  VALUE "REASON".
023100 01  WS-REPORT-DETAIL.
023200     05  FILLER                PIC X(01)  VALUE SPACE.
023300     05  RPT-ACTION            PIC X(14).
023400     05  FILLER                PIC X(01)  VALUE SPACE.
023500     05  RPT-CUST-KEY          PIC X(20).
023600     05  FILLER                PIC X(01)  VALUE SPACE.
023700     05  RPT-CUST-NAME         PIC X(30).
023800     05  FILLER                PIC X(01)  VALUE SPACE.
023900     05  RPT-BALANCE           PIC -(09)9.99.
024000     05  FILLER                PIC X(01)  VALUE SPACE.
024100     05  RPT-CREDIT-LIMIT      PIC Z(09)9.99.
024200     05  FILLER                PIC X(01)  VALUE SPACE.
024300     05  RPT-OLDEST-DATE       PIC 9(08).
024400     05  FILLER                PIC X(01)  VALUE SPACE.
024500     05  RPT-DAYS-UNPAID       PIC -(05)9.
024600     05  FILLER                PIC X(02)  VALUE SPACES.
024700     05  RPT-REASON            PIC X(18).
024800     05  FILLER                PIC X(03)  VALUE SPACES.
024900
025000 PROCEDURE DIVISION.
025100 PROGRAM-BEGIN.
025200    	PERFORM OPENING-PROCEDURE.
025300    	PERFORM MAIN-PROCESS.
025400    	PERFORM CLOSING-PROCEDURE.
025500    	PERFORM PROGRAM-DONE.
025600
025700 PROGRAM-EXIT.
025800    	EXIT PROGRAM.
025900
026000 PROGRAM-DONE.
026100    	MOVE WS-RETURN-CODE TO RETURN-CODE.
026200    	STOP RUN.
026300
026400 OPENING-PROCEDURE.
026500    	ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
026600    	ACCEPT WS-RUN-START-TIME FROM TIME.
026700    	PERFORM READ-PARM-RECORD.
026800    	PERFORM EDIT-PARM-FIELDS.
026900    	PERFORM OPEN-REPORT-FILE.
027000    	PERFORM WRITE-REPORT-HEADINGS.
027100    	IF NOT PARM-MODE-TEST
027200    	PERFORM CHECK-RUN-CONTROL
027300    	PERFORM WRITE-RUN-CONTROL-START
027400    	PERFORM OPEN-JOURNAL-FILE
027500    	END-IF.
027600    	PERFORM OPEN-OPEN-ITEM-FILE.
027700
027800 READ-PARM-RECORD.
027900    	OPEN INPUT PARM-FILE.
028000    	MOVE "PARM-FILE" TO WS-CHECK-FILE-NAME.
028100    	MOVE WS-PARM-STATUS TO WS-CHECK-FILE-STATUS.
028200    	PERFORM FILE-STATUS-CHECK.
028300    	READ PARM-FILE.
028400    	MOVE WS-PARM-STATUS TO WS-CHECK-FILE-STATUS.
028500    	PERFORM FILE-STATUS-CHECK.
028600    	CLOSE PARM-FILE.
028700    	MOVE WS-PARM-STATUS TO WS-CHECK-FILE-STATUS.
028800    	PERFORM FILE-STATUS-CHECK.
028900
029000*    AN ACCOUNT IS PAST DUE WHEN ITS OLDEST UNPAID DEBIT IS
029100*    DATED BEFORE THE CUTOFF.  THE DEFAULT OF 60 DAYS PUTS AN
029200*    ACCOUNT ON HOLD AS IT LEAVES CUSTRPT'S 31-60 COLUMN.
029300 EDIT-PARM-FIELDS.
029400    	IF PARM-RUN-DATE IS NUMERIC
029500    	MOVE PARM-RUN-DATE TO WS-RUN-DATE-NUM
029600    	ELSE
029700    	MOVE WS-CURRENT-DATE TO WS-RUN-DATE-NUM
029800    	END-IF.
029900    	IF PARM-RETENTION-DAYS IS NUMERIC AND
030000    	   PARM-RETENTION-DAYS > ZERO
030100    	MOVE PARM-RETENTION-DAYS TO WS-PAST-DUE-DAYS
030200    	ELSE
030300    	MOVE 60 TO WS-PAST-DUE-DAYS
030400    	END-IF.
030500    	COMPUTE WS-RUN-DATE-INT =
030600    	    FUNCTION INTEGER-OF-DATE(WS-RUN-DATE-NUM).
030700    	COMPUTE WS-CUTOFF-INT =
030800    	    WS-RUN-DATE-INT - WS-PAST-DUE-DAYS.
030900    	COMPUTE WS-CUTOFF-DATE =
031000    	    FUNCTION DATE-OF-INTEGER(WS-CUTOFF-INT).
031100
031200 OPEN-REPORT-FILE.
031300    	OPEN OUTPUT REPORT-FILE.
031400    	MOVE "REPORT-FILE" TO WS-CHECK-FILE-NAME.
031500    	MOVE WS-REPORT-STATUS TO WS-CHECK-FILE-STATUS.
031600    	PERFORM FILE-STATUS-CHECK.
031700
031800 WRITE-REPORT-HEADINGS.
031900    	MOVE WS-RUN-DATE-NUM TO RPT-HDG-RUN-DATE.
032000    	IF PARM-MODE-TEST
032100    	MOVE "TEST MODE - MASTER NOT UPDATED" TO RPT-HDG-MODE
032200    	ELSE
032300    	MOVE SPACES TO RPT-HDG-MODE
032400    	END-IF.
032500    	MOVE WS-REPORT-HEADING-1 TO REPORT-RECORD.
032600    	PERFORM WRITE-REPORT-LINE.
032700    	MOVE SPACES TO WS-BANNER-LINE.
032800    	STRING "PAST DUE: " WS-PAST-DUE-DAYS
032900    	    " DAYS - A DEBIT UNPAID SINCE BEFORE "
033000    	    WS-CUTOFF-DATE
033100    	    " OR A BALANCE OVER LIMIT HOLDS THE ACCOUNT"
033200    	    DELIMITED BY SIZE INTO WS-BANNER-LINE.
033300    	MOVE WS-BANNER-LINE TO REPORT-RECORD.
033400    	PERFORM WRITE-REPORT-LINE.
033500    	MOVE SPACES TO REPORT-RECORD.
033600    	PERFORM WRITE-REPORT-LINE.
033700    	MOVE WS-REPORT-HEADING-2 TO REPORT-RECORD.
033800    	PERFORM WRITE-REPORT-LINE.
033900
034000*    THE MAINTENANCE JOURNAL IS APPENDED, NEVER REPLACED - ITS
034100*    ROWS BELONG TO ARCHHIST AND RECONPRF UNTIL OPERATIONS
034200*    ROLL IT.  AN ABSENT JOURNAL (STATUS 35) IS CREATED.
034300 OPEN-JOURNAL-FILE.
034400    	OPEN EXTEND JOURNAL-FILE.
034500    	IF WS-JOURNAL-STATUS = "35"
034600    	OPEN OUTPUT JOURNAL-FILE
034700    	END-IF.
034800    	MOVE "JOURNAL-FILE" TO WS-CHECK-FILE-NAME.
034900    	MOVE WS-JOURNAL-STATUS TO WS-CHECK-FILE-STATUS.
035000    	PERFORM FILE-STATUS-CHECK.
035100
035200*    THE LEDGER IS ONLY READ.  AN ABSENT LEDGER (STATUS 35)
035300*    IS NOT AN ERROR: EVERY BALANCE IS THEN DATED FROM ITS
035400*    LAST ACTIVITY, AS CUSTRPT AGES IT.
035500 OPEN-OPEN-ITEM-FILE.
035600    	OPEN INPUT OPEN-ITEM-FILE.
035700    	IF WS-OPEN-ITEM-STATUS = "35"
035800    	SET LEDGER-NOT-AVAILABLE TO TRUE
035900    	MOVE SPACES TO WS-OPEN-ITEM-STATUS
036000    	ELSE
036100    	MOVE "OPEN-ITEM-FILE" TO WS-CHECK-FILE-NAME
036200    	MOVE WS-OPEN-ITEM-STATUS TO WS-CHECK-FILE-STATUS
036300    	PERFORM FILE-STATUS-CHECK
036400    	END-IF.
036500
036600*    THE WHOLE MASTER IN KEY ORDER: POSITION AT THE TOP WITH
036700*    STRT, THEN NEXT UNTIL THE SERVICE ANSWERS NOT-FOUND.
036800 MAIN-PROCESS.
036900    	MOVE "STRT" TO CA-REQUEST-CODE.
037000    	MOVE SPACES TO CA-KEY.
037100    	PERFORM CALL-CUSTOMER-SERVICE.
037200    	IF CA-STATUS-NOT-FOUND
037300    	SET MASTER-EOF TO TRUE
037400    	END-IF.
037500    	PERFORM READ-NEXT-CUSTOMER.
037600    	PERFORM REVIEW-ONE-CUSTOMER UNTIL MASTER-EOF.
037700    	SET REVIEW-COMPLETE TO TRUE.
037800
037900 READ-NEXT-CUSTOMER.
038000    	IF MASTER-NOT-EOF
038100    	MOVE "NEXT" TO CA-REQUEST-CODE
038200    	PERFORM CALL-CUSTOMER-SERVICE
038300    	IF CA-STATUS-OK
038400    	MOVE CA-KEY TO CUST-KEY
038500    	MOVE CA-RESPONSE-DATA TO CUST-DATA
038600    	ADD 1 TO WS-RECORDS-READ
038700    	ELSE
038800    	SET MASTER-EOF TO TRUE
038900    	END-IF
039000    	END-IF.
039100
039200*    ONE CUSTOMER THROUGH THE REVIEW.  AN INACTIVE ACCOUNT
039300*    TAKES NO NEW DEBT AND IS PASSED OVER; A HOLD THIS REVIEW
039400*    DID NOT PLACE IS THE CREDIT DESK'S AND IS ONLY
039500*    COUNTED.  A BALANCE OR LIMIT THAT CANNOT BE READ AS A
039600*    NUMBER CANNOT BE JUDGED - THE RECORD IS REPORTED AND
039700*    LEFT AS IT IS.
039800 REVIEW-ONE-CUSTOMER.
039900    	ADD 1 TO WS-CUSTOMERS-READ.
040000    	IF CUST-STATUS-HOLD AND NOT CUST-HOLD-BY-REVIEW
040100    	ADD 1 TO WS-MANUAL-HOLDS
040200    	ELSE
040300    	IF CUST-STATUS-ACTIVE OR CUST-STATUS-HOLD
040400    	IF CUST-CURRENT-BALANCE NOT NUMERIC OR
040500    	   CUST-CREDIT-LIMIT NOT NUMERIC
040600    	PERFORM REPORT-BAD-DATA
040700    	ELSE
040800    	ADD 1 TO WS-CUSTOMERS-REVIEWED
040900    	PERFORM TEST-FOR-DELINQUENCY
041000    	PERFORM APPLY-REVIEW-VERDICT
041100    	END-IF
041200    	END-IF
041300    	END-IF.
041400    	PERFORM READ-NEXT-CUSTOMER.
041500
041600 REPORT-BAD-DATA.
041700    	ADD 1 TO WS-SKIPPED-BAD-DATA.
041800    	MOVE ZERO TO WS-OLDEST-DEBIT-DATE.
041900    	MOVE ZERO TO WS-DAYS-UNPAID.
042000    	MOVE "SKIPPED" TO RPT-ACTION.
042100    	MOVE "BAD DATA" TO RPT-REASON.
042200    	PERFORM WRITE-REVIEW-DETAIL.
042300    	IF WS-RETURN-CODE < 4
042400    	SET WS-RC-WARNING TO TRUE
042500    	END-IF.
042600
042700*    OVER LIMIT IS TESTED FIRST SO IT NAMES THE HOLD WHEN
042800*    BOTH CONDITIONS APPLY.
042900 TEST-FOR-DELINQUENCY.
043000    	SET ACCOUNT-CURRENT TO TRUE.
043100    	PERFORM FIND-OLDEST-DEBIT.
043200    	IF CUST-CURRENT-BALANCE > CUST-CREDIT-LIMIT
043300    	SET ACCOUNT-OVER-LIMIT TO TRUE
043400    	ELSE
043500    	IF WS-OLDEST-DEBIT-DATE NOT = ZERO AND
043600    	   WS-OLDEST-DEBIT-DATE < WS-CUTOFF-DATE
043700    	SET ACCOUNT-PAST-DUE TO TRUE
043800    	END-IF
043900    	END-IF.
044000
044100*    THE OLDEST OPEN DEBIT ON THE LEDGER FOR THIS CUSTOMER.
044200*    CREDIT ROWS AND CLOSED ROWS OWE NOTHING.  WHATEVER PART
044300*    OF A POSITIVE BALANCE THE LEDGER DOES NOT CARRY IS DATED
044400*    FROM THE ACCOUNT'S LAST ACTIVITY.
044500 FIND-OLDEST-DEBIT.
044600    	MOVE ZERO TO WS-OLDEST-DEBIT-DATE.
044700    	MOVE ZERO TO WS-CUSTOMER-ITEM-TOTAL.
044800    	MOVE ZERO TO WS-CUSTOMER-ROW-COUNT.
044900    	MOVE ZERO TO WS-DAYS-UNPAID.
045000    	IF LEDGER-AVAILABLE
045100    	PERFORM START-CUSTOMER-ITEMS
045200    	PERFORM READ-NEXT-OPEN-ITEM
045300    	PERFORM EXAMINE-ONE-ITEM
045400    	    UNTIL ITEM-EOF OR OIT-CUST-KEY NOT = CUST-KEY
045500    	END-IF.
045600    	IF CUST-CURRENT-BALANCE > WS-CUSTOMER-ITEM-TOTAL AND
045700    	   CUST-LAST-ACTIVITY-DATE IS NUMERIC AND
045800    	   CUST-LAST-ACTIVITY-DATE > ZERO
045900    	IF WS-OLDEST-DEBIT-DATE = ZERO OR
046000    	   CUST-LAST-ACTIVITY-DATE < WS-OLDEST-DEBIT-DATE
046100    	MOVE CUST-LAST-ACTIVITY-DATE TO WS-OLDEST-DEBIT-DATE
046200    	END-IF
046300    	END-IF.
046400    	IF WS-OLDEST-DEBIT-DATE NOT = ZERO
046500    	COMPUTE WS-DAYS-UNPAID = WS-RUN-DATE-INT
046600    	    - FUNCTION INTEGER-OF-DATE(WS-OLDEST-DEBIT-DATE)
046700    	END-IF.
046800
046900 START-CUSTOMER-ITEMS.
047000    	SET ITEM-NOT-EOF TO TRUE.
047100    	MOVE CUST-KEY TO OIT-CUST-KEY.
047200    	MOVE LOW-VALUES TO OIT-ITEM-REFERENCE.
047300    	START OPEN-ITEM-FILE KEY NOT < OIT-RECORD-KEY.
047310    	IF WS-OPEN-ITEM-STATUS = "23"
047320    	SET ITEM-EOF TO TRUE
047330    	ELSE
047340    	MOVE "OPEN-ITEM-FILE" TO WS-CHECK-FILE-NAME
047350    	MOVE WS-OPEN-ITEM-STATUS TO WS-CHECK-FILE-STATUS
047360    	PERFORM FILE-STATUS-CHECK
047370    	END-IF.
047700
047800 READ-NEXT-OPEN-ITEM.
047900    	IF ITEM-NOT-EOF
048000    	READ OPEN-ITEM-FILE NEXT RECORD
048100    	AT END
048200    	SET ITEM-EOF TO TRUE
048300    	END-READ
048400    	END-IF.
048500    	IF ITEM-NOT-EOF
048600    	MOVE "OPEN-ITEM-FILE" TO WS-CHECK-FILE-NAME
048700    	MOVE WS-OPEN-ITEM-STATUS TO WS-CHECK-FILE-STATUS
048800    	PERFORM FILE-STATUS-CHECK
048900    	ADD 1 TO WS-RECORDS-READ
049000    	END-IF.
049100
049200 EXAMINE-ONE-ITEM.
049300    	ADD 1 TO WS-CUSTOMER-ROW-COUNT.
049400    	IF OIT-ITEM-OPEN
049500    	ADD OIT-OPEN-AMOUNT TO WS-CUSTOMER-ITEM-TOTAL
049600    	IF OIT-OPEN-AMOUNT > ZERO
049700    	IF WS-OLDEST-DEBIT-DATE = ZERO OR
049800    	   OIT-ITEM-DATE < WS-OLDEST-DEBIT-DATE
049900    	MOVE OIT-ITEM-DATE TO WS-OLDEST-DEBIT-DATE
050000    	END-IF
050100    	END-IF
050200    	END-IF.
050300    	PERFORM READ-NEXT-OPEN-ITEM.
050400
050500*    AN ACTIVE DELINQUENT ACCOUNT IS HELD; A REVIEW HOLD ON
050600*    AN ACCOUNT NOW CURRENT IS RELEASED; A REVIEW HOLD STILL
050700*    DELINQUENT STAYS AS IT IS.
050800 APPLY-REVIEW-VERDICT.
050900    	IF CUST-STATUS-ACTIVE AND NOT ACCOUNT-CURRENT
051000    	PERFORM PLACE-REVIEW-HOLD
051100    	END-IF.
051200    	IF CUST-STATUS-HOLD
051300    	IF ACCOUNT-CURRENT
051400    	PERFORM RELEASE-REVIEW-HOLD
051500    	ELSE
051600    	ADD 1 TO WS-HOLDS-KEPT
051700    	END-IF
051800    	END-IF.
051900
052000 PLACE-REVIEW-HOLD.
052100    	MOVE CUST-DATA TO WS-CUSTOMER-BEFORE.
052200    	MOVE "H" TO CUST-STATUS-CODE.
052300    	MOVE WS-DELINQUENCY-CODE TO CUST-HOLD-SOURCE.
052400    	IF ACCOUNT-OVER-LIMIT
052500    	MOVE "OVER LIMIT" TO RPT-REASON
052600    	ELSE
052700    	MOVE "PAST DUE" TO RPT-REASON
052800    	END-IF.
052900    	IF PARM-MODE-TEST
053000    	ADD 1 TO WS-HOLDS-PLACED
053100    	MOVE "WOULD HOLD" TO RPT-ACTION
053200    	PERFORM WRITE-REVIEW-DETAIL
053300    	ELSE
053400    	PERFORM UPDATE-CUSTOMER-STATUS
053500    	IF CA-STATUS-OK
053600    	ADD 1 TO WS-HOLDS-PLACED
053700    	MOVE "HOLD PLACED" TO RPT-ACTION
053800    	PERFORM WRITE-REVIEW-DETAIL
053900    	END-IF
054000    	END-IF.
054100
054200 RELEASE-REVIEW-HOLD.
054300    	MOVE CUST-DATA TO WS-CUSTOMER-BEFORE.
054400    	MOVE "A" TO CUST-STATUS-CODE.
054500    	MOVE SPACE TO CUST-HOLD-SOURCE.
054600    	MOVE "ACCOUNT CURRENT" TO RPT-REASON.
054700    	IF PARM-MODE-TEST
054800    	ADD 1 TO WS-HOLDS-RELEASED
054900    	MOVE "WOULD RELEASE" TO RPT-ACTION
055000    	PERFORM WRITE-REVIEW-DETAIL
055100    	ELSE
055200    	PERFORM UPDATE-CUSTOMER-STATUS
055300    	IF CA-STATUS-OK
055400    	ADD 1 TO WS-HOLDS-RELEASED
055500    	MOVE "HOLD RELEASED" TO RPT-ACTION
055600    	PERFORM WRITE-REVIEW-DETAIL
055700    	END-IF
055800    	END-IF.
055900
056000*    THE CHANGED IMAGE GOES BACK THROUGH THE SERVICE'S UPDT
056100*    REQUEST, WHICH REWRITES IN PLACE AND LEAVES THE STRT/NEXT
056200*    POSITION WHERE IT WAS.  ONLY A CHANGE THE MASTER TOOK IS
056300*    JOURNALED; A REFUSED ONE IS REPORTED AND THE RUN ENDS
056400*    DATA ERROR.
056500 UPDATE-CUSTOMER-STATUS.
056600    	MOVE "UPDT" TO CA-REQUEST-CODE.
056700    	MOVE CUST-KEY TO CA-KEY.
056800    	MOVE CUST-DATA TO CA-RESPONSE-DATA.
056900    	PERFORM CALL-CUSTOMER-SERVICE.
057000    	IF CA-STATUS-OK
057100    	MOVE CUST-KEY TO WS-JOURNAL-KEY
057200    	MOVE WS-CUSTOMER-BEFORE TO WS-JOURNAL-BEFORE
057300    	MOVE CUST-DATA TO WS-JOURNAL-AFTER
057400    	PERFORM WRITE-JOURNAL-RECORD
057500    	ADD 1 TO WS-RECORDS-WRITTEN
057600    	ELSE
057700    	ADD 1 TO WS-UPDATES-FAILED
057800    	ADD 1 TO WS-RECORDS-REJECTED
057900    	MOVE "UPDATE FAILED" TO RPT-ACTION
058000    	PERFORM WRITE-REVIEW-DETAIL
058100    	IF WS-RETURN-CODE < 8
058200    	SET WS-RC-DATA-ERROR TO TRUE
058300    	END-IF
058400    	END-IF.
058500
058600 WRITE-JOURNAL-RECORD.
058700    	MOVE WS-WORK-PROGRAM-ID TO JNL-PROGRAM-ID.
058800    	ACCEPT JNL-DATE FROM DATE YYYYMMDD.
058900    	ACCEPT JNL-TIME FROM TIME.
059000    	MOVE WS-JOURNAL-KEY TO JNL-RECORD-KEY.
059100    	MOVE WS-JOURNAL-BEFORE TO JNL-BEFORE-IMAGE.
059200    	MOVE WS-JOURNAL-AFTER TO JNL-AFTER-IMAGE.
059300    	WRITE JOURNAL-RECORD.
059400    	MOVE "JOURNAL-FILE" TO WS-CHECK-FILE-NAME.
059500    	MOVE WS-JOURNAL-STATUS TO WS-CHECK-FILE-STATUS.
059600    	PERFORM FILE-STATUS-CHECK.
059700
059800 WRITE-REVIEW-DETAIL.
059900    	MOVE CUST-KEY TO RPT-CUST-KEY.
060000    	MOVE CUST-NAME TO RPT-CUST-NAME.
060100    	IF CUST-CURRENT-BALANCE IS NUMERIC
060200    	MOVE CUST-CURRENT-BALANCE TO RPT-BALANCE
060300    	ELSE
060400    	MOVE ZERO TO RPT-BALANCE
060500    	END-IF.
060600    	IF CUST-CREDIT-LIMIT IS NUMERIC
060700    	MOVE CUST-CREDIT-LIMIT TO RPT-CREDIT-LIMIT
060800    	ELSE
060900    	MOVE ZERO TO RPT-CREDIT-LIMIT
061000    	END-IF.
061100    	MOVE WS-OLDEST-DEBIT-DATE TO RPT-OLDEST-DATE.
061200    	MOVE WS-DAYS-UNPAID TO RPT-DAYS-UNPAID.
061300    	MOVE WS-REPORT-DETAIL TO REPORT-RECORD.
061400    	PERFORM WRITE-REPORT-LINE.
061500    	MOVE SPACES TO WS-REPORT-DETAIL.
061600
061700 CALL-CUSTOMER-SERVICE.
061800    	CALL "CUSTLOOKUP" USING WS-COMM-AREA.
061900    	IF CA-STATUS-ERROR
062000    	MOVE "M016" TO MSG-NUMBER
062100    	SET MSG-SEVERITY-ERROR TO TRUE
062200    	MOVE SPACES TO MSG-TEXT
062300    	STRING "CUSTLOOKUP FAILED FOR KEY " CA-KEY
062400    	    DELIMITED BY SIZE INTO MSG-TEXT
062500    	PERFORM LOG-OPERATOR-MESSAGE
062600    	IF WS-RETURN-CODE < 8
062700    	SET WS-RC-DATA-ERROR TO TRUE
062800    	END-IF
062900    	SET MASTER-EOF TO TRUE
063000    	END-IF.
063100
063200 WRITE-REPORT-LINE.
063300    	WRITE REPORT-RECORD.
063400    	MOVE "REPORT-FILE" TO WS-CHECK-FILE-NAME.
063500    	MOVE WS-REPORT-STATUS TO WS-CHECK-FILE-STATUS.
063600    	PERFORM FILE-STATUS-CHECK.
063700
063800 CLOSING-PROCEDURE.
063900    	SET CLOSING-IN-PROGRESS TO TRUE.
064000    	IF WS-REPORT-STATUS NOT = SPACES
064100    	IF REVIEW-COMPLETE
064200    	PERFORM WRITE-REVIEW-TOTALS
064300    	END-IF
064400    	PERFORM WRITE-RUN-SUMMARY
064500    	END-IF.
064600    	PERFORM CLOSE-CUSTOMER-SERVICE.
064700    	PERFORM CLOSE-ALL-FILES.
064800    	PERFORM WRITE-RUN-CONTROL-STOP.
064900
065000 WRITE-REVIEW-TOTALS.
065100    	MOVE SPACES TO REPORT-RECORD.
065200    	PERFORM WRITE-REPORT-LINE.
065300    	MOVE SPACES TO WS-BANNER-LINE.
065400    	STRING "CUSTOMERS READ: " WS-CUSTOMERS-READ
065500    	    "   REVIEWED: " WS-CUSTOMERS-REVIEWED
065600    	    "   BAD DATA: " WS-SKIPPED-BAD-DATA
065700    	    DELIMITED BY SIZE INTO WS-BANNER-LINE.
065800    	MOVE WS-BANNER-LINE TO REPORT-RECORD.
065900    	PERFORM WRITE-REPORT-LINE.
066000    	MOVE SPACES TO WS-BANNER-LINE.
066100    	STRING "HOLDS PLACED: " WS-HOLDS-PLACED
066200    	    "   RELEASED: " WS-HOLDS-RELEASED
066300    	    "   STILL HELD: " WS-HOLDS-KEPT
066400    	    "   MANUAL HOLDS: " WS-MANUAL-HOLDS
066500    	    "   UPDATES FAILED: " WS-UPDATES-FAILED
066600    	    DELIMITED BY SIZE INTO WS-BANNER-LINE.
066700    	MOVE WS-BANNER-LINE TO REPORT-RECORD.
066800    	PERFORM WRITE-REPORT-LINE.
066900    	IF LEDGER-NOT-AVAILABLE
067000    	MOVE SPACES TO WS-BANNER-LINE
067100    	STRING " NO OPEN-ITEM LEDGER - BALANCES DATED FROM"
067200    	    " LAST ACTIVITY"
067300    	    DELIMITED BY SIZE INTO WS-BANNER-LINE
067400    	MOVE WS-BANNER-LINE TO REPORT-RECORD
067500    	PERFORM WRITE-REPORT-LINE
067600    	END-IF.
067700
067800*    STANDARD END-OF-JOB BANNER IN THE TEMPLATE.COB STYLE.
067900*    RECORDS READ COUNTS CUSTOMERS AND LEDGER ROWS; RECORDS
068000*    WRITTEN COUNTS STATUS CHANGES JOURNALED.
068100 WRITE-RUN-SUMMARY.
068200    	ACCEPT WS-RUN-STOP-TIME FROM TIME.
068300    	MOVE SPACES TO REPORT-RECORD.
068400    	PERFORM WRITE-REPORT-LINE.
068500    	MOVE SPACES TO WS-BANNER-LINE.
068600    	STRING "RUN SUMMARY FOR PROGRAM: " WS-WORK-PROGRAM-ID
068700    	    DELIMITED BY SIZE INTO WS-BANNER-LINE.
068800    	MOVE WS-BANNER-LINE TO REPORT-RECORD.
068900    	PERFORM WRITE-REPORT-LINE.
069000    	MOVE SPACES TO WS-BANNER-LINE.
069100    	STRING "RUN DATE: " WS-CURRENT-DATE
069200    	    "   START: " WS-START-HH ":" WS-START-MM ":"
069300    	    WS-START-SS
069400    	    "   STOP: "  WS-STOP-HH ":" WS-STOP-MM ":"
069500    	    WS-STOP-SS
069600    	    DELIMITED BY SIZE INTO WS-BANNER-LINE.
069700    	MOVE WS-BANNER-LINE TO REPORT-RECORD.
069800    	PERFORM WRITE-REPORT-LINE.
069900    	MOVE SPACES TO WS-BANNER-LINE.
070000    	STRING "RECORDS READ: " WS-RECORDS-READ
070100    	    "   WRITTEN: " WS-RECORDS-WRITTEN
070200    	    "   REJECTED: " WS-RECORDS-REJECTED
070300    	    DELIMITED BY SIZE INTO WS-BANNER-LINE.
070400    	MOVE WS-BANNER-LINE TO REPORT-RECORD.
070500    	PERFORM WRITE-REPORT-LINE.
070600
070700 CLOSE-CUSTOMER-SERVICE.
070800    	MOVE "CLOS" TO CA-REQUEST-CODE.
070900    	CALL "CUSTLOOKUP" USING WS-COMM-AREA.
071000
071100 CLOSE-ALL-FILES.
071200    	IF WS-OPEN-ITEM-STATUS NOT = SPACES
071300    	CLOSE OPEN-ITEM-FILE
071400    	MOVE "OPEN-ITEM-FILE" TO WS-CHECK-FILE-NAME
071500    	MOVE WS-OPEN-ITEM-STATUS TO WS-CHECK-FILE-STATUS
071600    	PERFORM FILE-STATUS-CHECK
071700    	END-IF.
071800    	IF WS-JOURNAL-STATUS NOT = SPACES
071900    	CLOSE JOURNAL-FILE
072000    	MOVE "JOURNAL-FILE" TO WS-CHECK-FILE-NAME
072100    	MOVE WS-JOURNAL-STATUS TO WS-CHECK-FILE-STATUS
072200    	PERFORM FILE-STATUS-CHECK
072300    	END-IF.
072400    	IF WS-REPORT-STATUS NOT = SPACES
072500    	CLOSE REPORT-FILE
072600    	MOVE "REPORT-FILE" TO WS-CHECK-FILE-NAME
072700    	MOVE WS-REPORT-STATUS TO WS-CHECK-FILE-STATUS
072800    	PERFORM FILE-STATUS-CHECK
072900    	END-IF.
073000
073100*    JOB-STREAM SEQUENCE ENFORCEMENT IN THE TEMPLATE.COB
073200*    STYLE: THE RUN IS REFUSED WHEN THE LEDGER PROOF HAS NOT
073300*    ENDED CLEAN FOR THE RUN DATE, OR WHEN THIS JOB ALREADY
073400*    RAN CLEAN THAT NIGHT.
073500 CHECK-RUN-CONTROL.
073600    	OPEN INPUT RUN-CONTROL-FILE.
073700    	IF WS-RUN-CONTROL-STATUS = "35"
073800    	SET RUN-CONTROL-EOF TO TRUE
073900    	ELSE
074000    	MOVE "RUN-CONTROL-FILE" TO WS-CHECK-FILE-NAME
074100    	MOVE WS-RUN-CONTROL-STATUS TO WS-CHECK-FILE-STATUS
074200    	PERFORM FILE-STATUS-CHECK
074300    	PERFORM READ-RUN-CONTROL-RECORD
074400    	PERFORM SCAN-RUN-CONTROL-ROW UNTIL RUN-CONTROL-EOF
074500    	CLOSE RUN-CONTROL-FILE
074600    	MOVE WS-RUN-CONTROL-STATUS TO WS-CHECK-FILE-STATUS
074700    	PERFORM FILE-STATUS-CHECK
074800    	END-IF.
074900    	IF WS-PREDECESSOR-ID NOT = SPACES AND
075000    	   PREDECESSOR-NOT-ENDED
075100    	MOVE "M008" TO MSG-NUMBER
075200    	SET MSG-SEVERITY-ERROR TO TRUE
075300    	MOVE SPACES TO MSG-TEXT
075400    	STRING "RUN REFUSED - PREDECESSOR "
075500    	    WS-PREDECESSOR-ID " HAS NOT ENDED CLEAN FOR "
075600    	    WS-RUN-DATE-NUM
075700    	    DELIMITED BY SIZE INTO MSG-TEXT
075800    	PERFORM LOG-OPERATOR-MESSAGE
075900    	PERFORM REFUSE-THE-RUN
076000    	END-IF.
076100    	IF ALREADY-RAN-CLEAN
076200    	MOVE "M009" TO MSG-NUMBER
076300    	SET MSG-SEVERITY-ERROR TO TRUE
076400    	MOVE SPACES TO MSG-TEXT
076500    	STRING "RUN REFUSED - " WS-WORK-PROGRAM-ID
076600    	    " ALREADY RAN CLEAN FOR " WS-RUN-DATE-NUM
076700    	    DELIMITED BY SIZE INTO MSG-TEXT
076800    	PERFORM LOG-OPERATOR-MESSAGE
076900    	PERFORM REFUSE-THE-RUN
077000    	END-IF.
077100
077200 READ-RUN-CONTROL-RECORD.
077300    	READ RUN-CONTROL-FILE
077400    	AT END
077500    	SET RUN-CONTROL-EOF TO TRUE
077600    	END-READ.
077700    	IF RUN-CONTROL-NOT-EOF
077800    	MOVE "RUN-CONTROL-FILE" TO WS-CHECK-FILE-NAME
077900    	MOVE WS-RUN-CONTROL-STATUS TO WS-CHECK-FILE-STATUS
078000    	PERFORM FILE-STATUS-CHECK
078100    	END-IF.
078200
078300 SCAN-RUN-CONTROL-ROW.
078400    	IF RC-RUN-DATE = WS-RUN-DATE-NUM AND
078500    	   RC-STATUS-ENDED AND RC-RETURN-CODE < 8
078600    	IF RC-PROGRAM-ID = WS-PREDECESSOR-ID
078700    	SET PREDECESSOR-ENDED-CLEAN TO TRUE
078800    	END-IF
078900    	IF RC-PROGRAM-ID = WS-WORK-PROGRAM-ID
079000    	SET ALREADY-RAN-CLEAN TO TRUE
079100    	END-IF
079200    	END-IF.
079300    	PERFORM READ-RUN-CONTROL-RECORD.
079400
079500 WRITE-RUN-CONTROL-START.
079600    	OPEN EXTEND RUN-CONTROL-FILE.
079700    	IF WS-RUN-CONTROL-STATUS = "35"
079800    	OPEN OUTPUT RUN-CONTROL-FILE
079900    	END-IF.
080000    	MOVE "RUN-CONTROL-FILE" TO WS-CHECK-FILE-NAME.
080100    	MOVE WS-RUN-CONTROL-STATUS TO WS-CHECK-FILE-STATUS.
080200    	PERFORM FILE-STATUS-CHECK.
080300    	MOVE WS-WORK-PROGRAM-ID TO RC-PROGRAM-ID.
080400    	MOVE WS-RUN-DATE-NUM TO RC-RUN-DATE.
080500    	MOVE WS-RUN-START-TIME TO RC-START-TIME.
080600    	MOVE ZERO TO RC-STOP-TIME.
080700    	MOVE ZERO TO RC-RETURN-CODE.
080800    	SET RC-STATUS-STARTED TO TRUE.
080900    	WRITE RUN-CONTROL-RECORD.
081000    	MOVE WS-RUN-CONTROL-STATUS TO WS-CHECK-FILE-STATUS.
081100    	PERFORM FILE-STATUS-CHECK.
081200    	CLOSE RUN-CONTROL-FILE.
081300    	MOVE WS-RUN-CONTROL-STATUS TO WS-CHECK-FILE-STATUS.
081400    	PERFORM FILE-STATUS-CHECK.
081500    	SET START-ROW-WRITTEN TO TRUE.
081600
081700 WRITE-RUN-CONTROL-STOP.
081800    	IF START-ROW-WRITTEN
081900    	OPEN EXTEND RUN-CONTROL-FILE
082000    	IF WS-RUN-CONTROL-STATUS = "35"
082100    	OPEN OUTPUT RUN-CONTROL-FILE
082200    	END-IF
082300    	MOVE "RUN-CONTROL-FILE" TO WS-CHECK-FILE-NAME
082400    	MOVE WS-RUN-CONTROL-STATUS TO WS-CHECK-FILE-STATUS
082500    	PERFORM FILE-STATUS-CHECK
082600    	MOVE WS-WORK-PROGRAM-ID TO RC-PROGRAM-ID
082700    	MOVE WS-RUN-DATE-NUM TO RC-RUN-DATE
082800    	MOVE WS-RUN-START-TIME TO RC-START-TIME
082900    	MOVE WS-RUN-STOP-TIME TO RC-STOP-TIME
083000    	MOVE WS-RETURN-CODE TO RC-RETURN-CODE
083100    	SET RC-STATUS-ENDED TO TRUE
083200    	WRITE RUN-CONTROL-RECORD
083300    	MOVE WS-RUN-CONTROL-STATUS TO WS-CHECK-FILE-STATUS
083400    	PERFORM FILE-STATUS-CHECK
083500    	CLOSE RUN-CONTROL-FILE
083600    	MOVE WS-RUN-CONTROL-STATUS TO WS-CHECK-FILE-STATUS
083700    	PERFORM FILE-STATUS-CHECK
083800    	END-IF.
083900
084000*    CONTROLLED REFUSAL IN THE TEMPLATE.COB STYLE: NOT AN
084100*    ABEND - THE REPORT AND RUN SUMMARY STILL PRINT, AND THE
084200*    DATA-ERROR RETURN CODE STOPS THE JOB HERE.
084300 REFUSE-THE-RUN.
084400    	SET WS-RC-DATA-ERROR TO TRUE.
084500    	PERFORM CLOSING-PROCEDURE.
084600    	PERFORM PROGRAM-DONE.
084700
084800 LOG-OPERATOR-MESSAGE.
084900    	MOVE WS-WORK-PROGRAM-ID TO MSG-PROGRAM-ID.
085000    	CALL "MSGWRITE" USING WS-MESSAGE-AREA.
085100
085200*    SHARED I/O-ERROR ABORT IN THE TEMPLATE.COB STYLE.  STATUS
085300*    "00" AND "10" ARE THE ONLY NON-ERROR CODES; ANYTHING ELSE
085400*    CLOSES WHAT IT CAN AND ABENDS WITH RETURN CODE 16.
085500 FILE-STATUS-CHECK.
085600    	IF WS-CHECK-FILE-STATUS NOT = "00" AND
085700    	   WS-CHECK-FILE-STATUS NOT = "10"
085800    	MOVE "M015" TO MSG-NUMBER
085900    	SET MSG-SEVERITY-FATAL TO TRUE
086000    	MOVE SPACES TO MSG-TEXT
086100    	STRING "FILE I/O ERROR ON " WS-CHECK-FILE-NAME
086200    	    " - STATUS = " WS-CHECK-FILE-STATUS
086300    	    DELIMITED BY SIZE INTO MSG-TEXT
086400    	PERFORM LOG-OPERATOR-MESSAGE
086500    	SET WS-RC-ABEND TO TRUE
086600    	SET ABEND-OCCURRED TO TRUE
086700    	IF CLOSING-NOT-IN-PROGRESS
086800    	PERFORM CLOSING-PROCEDURE
086900    	PERFORM PROGRAM-DONE
087000    	END-IF
087100    	END-IF.
