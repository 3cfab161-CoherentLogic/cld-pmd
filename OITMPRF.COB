000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. OITMPRF.
000300 AUTHOR. John Willis
000400*
000500* PMD 0.01
000600* COPYRIGHT (C) 2012 COHERENT LOGIC DEVELOPMENT LLC
000700*
000800* OITMPRF.COB: OPEN-ITEM LEDGER PROOF
000900*   $Id$
001000*
001100* NIGHTLY PROOF THAT THE OPEN-ITEM RECEIVABLES LEDGER
001200* (OPENITEM, OITMREC.CPY) AGREES WITH THE CUSTOMER MASTER.
001300* RUNS AFTER THE POSTING RUN HAS MAINTAINED THE LEDGER.  THE
001400* MASTER IS WALKED IN KEY ORDER THROUGH THE CUSTLOOKUP
001500* STRT/NEXT REQUESTS AND MATCHED AGAINST THE LEDGER READ IN
001600* THE SAME KEY ORDER: THE OPEN AMOUNTS OF EACH CUSTOMER'S
001700* ITEMS MUST SUM TO CUST-CURRENT-BALANCE TO THE PENNY, AND
001800* NO ITEM MAY STAND OPEN FOR A CUSTOMER NO LONGER ON THE
001900* MASTER.  EVERY CUSTOMER THAT FAILS IS LISTED WITH BOTH
002000* FIGURES, AND A LEDGER OUT OF PROOF ENDS THE RUN WITH THE
002100* DATA-ERROR RETURN CODE SO CUSTRPT IS NOT AGED FROM IT.
002200*
002300* A CUSTOMER WITH A BALANCE BUT NO ITEMS AT ALL HAS NOT BEEN
002400* POSTED TO SINCE THE LEDGER EXISTED.  IT IS GIVEN ITS
002500* BALANCE-FORWARD ITEM HERE, DATED FROM ITS LAST ACTIVITY,
002600* EXACTLY AS THE POSTING RUN WOULD GIVE IT ON ITS NEXT POST,
002700* SO THE WHOLE LEDGER IS IN PROOF FROM ITS FIRST NIGHT.  A
002800* PARM-MODE-TEST RUN PROVES AND REPORTS BUT WRITES NOTHING,
002900* AND LIKE THE POSTING RUN'S SIMULATION STAYS OFF RUNCTL.
003000*
003100 ENVIRONMENT DIVISION.
003200 INPUT-OUTPUT SECTION.
003300 FILE-CONTROL.
003400
003500    	SELECT PARM-FILE ASSIGN TO "PARMFILE"
003600    	    ORGANIZATION IS LINE SEQUENTIAL
003700    	    FILE STATUS IS WS-PARM-STATUS.
003800
003900    	SELECT OPEN-ITEM-FILE ASSIGN TO "OPENITEM"
004000    	    ORGANIZATION IS INDEXED
004100    	    ACCESS MODE IS DYNAMIC
004200    	    RECORD KEY IS OIT-RECORD-KEY
004300    	    FILE STATUS IS WS-OPEN-ITEM-STATUS.
004400
004500    	SELECT REPORT-FILE ASSIGN TO "REPTFILE"
004600    	    ORGANIZATION IS LINE SEQUENTIAL
004700    	    FILE STATUS IS WS-REPORT-STATUS.
004800
004900    	SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
005000    	    ORGANIZATION IS LINE SEQUENTIAL
005100    	    FILE STATUS IS WS-RUN-CONTROL-STATUS.
005200
005300 DATA DIVISION.
005400 FILE SECTION.
005500
005600 FD  PARM-FILE.
005700 01  PARM-RECORD.
005800     COPY PARMREC.
005900
006000 FD  OPEN-ITEM-FILE.
006100 01  OPEN-ITEM-RECORD.
006200     COPY OITMREC.
006300
006400 FD  REPORT-FILE.
006500 01  REPORT-RECORD             PIC X(132).
006600
006700 FD  RUN-CONTROL-FILE.
006800 01  RUN-CONTROL-RECORD.
006900     COPY RUNCREC.
007000
007100 WORKING-STORAGE SECTION.
007200
007300*    SHARED FILE-STATUS-CHECK CONTROLS
007400 01  WS-CHECK-FILE-NAME        PIC X(20)  VALUE SPACES.
007500 01  WS-CHECK-FILE-STATUS      PIC X(02)  VALUE SPACES.
007600
007700*    STANDARD JOB RETURN CODE, MOVED TO RETURN-CODE BY
007800*    PROGRAM-DONE.  RANGES AS IN TEMPLATE.COB.
007900 01  WS-RETURN-CODE            PIC 9(02)  VALUE ZERO.
008000     88  WS-RC-CLEAN                       VALUE 0.
008100     88  WS-RC-WARNING                     VALUE 4.
008200     88  WS-RC-DATA-ERROR                  VALUE 8.
008300     88  WS-RC-ABEND                       VALUE 16.
008400
008500 01  WS-PARM-STATUS            PIC X(02)  VALUE SPACES.
008600 01  WS-OPEN-ITEM-STATUS       PIC X(02)  VALUE SPACES.
008700 01  WS-REPORT-STATUS          PIC X(02)  VALUE SPACES.
008800
008900 01  WS-WORK-PROGRAM-ID        PIC X(08)  VALUE "OITMPRF".
009000 01  WS-ABEND-SWITCH           PIC X(01)  VALUE "N".
009100     88  ABEND-OCCURRED                   VALUE "Y".
009200     88  NO-ABEND-OCCURRED                VALUE "N".
009300 01  WS-CLOSING-SWITCH         PIC X(01)  VALUE "N".
009400     88  CLOSING-IN-PROGRESS              VALUE "Y".
009500     88  CLOSING-NOT-IN-PROGRESS          VALUE "N".
009600
009700 01  WS-MASTER-EOF-SWITCH      PIC X(01)  VALUE "N".
009800     88  MASTER-EOF                       VALUE "Y".
009900     88  MASTER-NOT-EOF                   VALUE "N".
010000 01  WS-ITEM-EOF-SWITCH        PIC X(01)  VALUE "N".
010100     88  ITEM-EOF                         VALUE "Y".
010200     88  ITEM-NOT-EOF                     VALUE "N".
010300 01  WS-PROOF-SWITCH           PIC X(01)  VALUE "Y".
010400     88  LEDGER-IN-PROOF                  VALUE "Y".
010500     88  LEDGER-OUT-OF-PROOF              VALUE "N".
010600 01  WS-MATCH-DONE-SWITCH      PIC X(01)  VALUE "N".
010700     88  MATCH-COMPLETE                   VALUE "Y".
010800     88  MATCH-NOT-COMPLETE               VALUE "N".
010900
011000 01  WS-RUN-DATE-NUM           PIC 9(08)  VALUE ZERO.
011100
011200*    THE CUSTOMER BEING PROVEN, AND THE LEDGER ROW READ AHEAD
011300*    OF IT.  THE LEDGER IS READ INTO THE LOOK-AHEAD AREA SO
011400*    THE FILE'S OWN RECORD AREA IS FREE TO BUILD A
011500*    BALANCE-FORWARD ITEM IN.
011600 01  WS-CUSTOMER-WORK.
011700     COPY CUSTREC.
011800 01  WS-ITEM-LOOKAHEAD.
011900     05  WS-NXT-RECORD-KEY.
012000         10  WS-NXT-CUST-KEY       PIC X(20).
012100         10  WS-NXT-ITEM-REFERENCE PIC X(20).
012200     05  WS-NXT-ITEM-DATE          PIC 9(08).
012300     05  WS-NXT-ITEM-TYPE          PIC X(01).
012400     05  WS-NXT-ORIGINAL-AMOUNT    PIC S9(09)V99.
012500     05  WS-NXT-OPEN-AMOUNT        PIC S9(09)V99.
012600     05  WS-NXT-ITEM-STATUS        PIC X(01).
012700         88  WS-NXT-ITEM-OPEN                 VALUE "O".
012800     05  WS-NXT-LAST-ACTIVITY-DATE PIC 9(08).
012900     05  FILLER                    PIC X(20).
013000 01  WS-CUSTOMER-ITEM-TOTAL    PIC S9(11)V99 VALUE ZERO.
013100 01  WS-CUSTOMER-ITEM-COUNT    PIC 9(07)  VALUE ZERO.
013200 01  WS-CUSTOMER-ROW-COUNT     PIC 9(07)  VALUE ZERO.
013300 01  WS-SEED-DATE              PIC 9(08)  VALUE ZERO.
013400
013500*    RUN TOTALS FOR THE PROOF SUMMARY
013600 01  WS-CUSTOMERS-READ         PIC 9(09)  VALUE ZERO.
013700 01  WS-CUSTOMERS-PROVEN       PIC 9(09)  VALUE ZERO.
013800 01  WS-CUSTOMERS-SEEDED       PIC 9(09)  VALUE ZERO.
013900 01  WS-CUSTOMERS-OUT          PIC 9(09)  VALUE ZERO.
014000 01  WS-ORPHAN-ITEMS           PIC 9(09)  VALUE ZERO.
014100 01  WS-OPEN-ITEMS-COUNTED     PIC 9(09)  VALUE ZERO.
014200 01  WS-MASTER-BALANCE-TOTAL   PIC S9(13)V99 VALUE ZERO.
014300 01  WS-LEDGER-OPEN-TOTAL      PIC S9(13)V99 VALUE ZERO.
014400 01  WS-TOTAL-EDIT             PIC -(13)9.99.
014500
014600*    RUN-CONTROL CONTROLS IN THE TEMPLATE.COB STYLE.  THE
014700*    LEDGER IS ONLY WORTH PROVING ONCE THE POSTING RUN HAS
014800*    ENDED CLEAN AND LEFT IT COMPLETE FOR THE NIGHT, SO THE
014900*    POSTING RUN IS THE PREDECESSOR.
015000 01  WS-RUN-CONTROL-STATUS     PIC X(02)  VALUE SPACES.
015100 01  WS-PREDECESSOR-ID         PIC X(08)  VALUE "TEMPLATE".
015200 01  WS-RUN-CONTROL-EOF-SWITCH PIC X(01)  VALUE "N".
015300     88  RUN-CONTROL-EOF                  VALUE "Y".
015400     88  RUN-CONTROL-NOT-EOF              VALUE "N".
015500 01  WS-PRED-CLEAN-SWITCH      PIC X(01)  VALUE "N".
015600     88  PREDECESSOR-ENDED-CLEAN          VALUE "Y".
015700     88  PREDECESSOR-NOT-ENDED            VALUE "N".
015800 01  WS-SELF-CLEAN-SWITCH      PIC X(01)  VALUE "N".
015900     88  ALREADY-RAN-CLEAN                VALUE "Y".
016000     88  NOT-YET-RAN-CLEAN                VALUE "N".
016100 01  WS-START-ROW-SWITCH       PIC X(01)  VALUE "N".
016200     88  START-ROW-WRITTEN                VALUE "Y".
016300     88  START-ROW-NOT-WRITTEN            VALUE "N".
016400
016500*    SHOP MESSAGE FACILITY CONTROLS.  SERIOUS CONDITIONS GO
016600*    OUT THROUGH MSGWRITE TO THE CONSOLE AND THE DATED
016700*    MESSAGE FILE READ BY THE EXCPRPT EXCEPTION REPORT.
016800 01  WS-MESSAGE-AREA.
016900     COPY MSGCOMM.
017000
017100*    CENTRALIZED DATE-WINDOW/CENTURY CONTROLS
017200     COPY DATEUTIL.
017300
017400*    OUTBOUND SUBPROGRAM CALL CONTROLS
017500 01  WS-COMM-AREA.
017600     COPY COMMAREA.
017700
017800*    RUN-SUMMARY BANNER CONTROLS
017900 01  WS-RUN-START-TIME.
018000     05  WS-START-HH           PIC 99     VALUE ZERO.
018100     05  WS-START-MM           PIC 99     VALUE ZERO.
018200     05  WS-START-SS           PIC 99     VALUE ZERO.
018300     05  WS-START-HS           PIC 99     VALUE ZERO.
018400 01  WS-RUN-STOP-TIME.
018500     05  WS-STOP-HH            PIC 99     VALUE ZERO.
018600     05  WS-STOP-MM            PIC 99     VALUE ZERO.
018700     05  WS-STOP-SS            PIC 99     VALUE ZERO.
018800     05  WS-STOP-HS            PIC 99     VALUE ZERO.
018900 01  WS-RECORDS-READ           PIC 9(09)  VALUE ZERO.
019000 01  WS-RECORDS-WRITTEN        PIC 9(09)  VALUE ZERO.
019100 01  WS-RECORDS-REJECTED       PIC 9(09)  VALUE ZERO.
019200 01  WS-BANNER-LINE            PIC X(132) VALUE SPACES.
019300
019400*    PROOF REPORT LINE LAYOUTS (REPTFILE)
019500 01  WS-REPORT-HEADING-1.
019600     05  FILLER                PIC X(40)  VALUE
019700         "OITMPRF OPEN-ITEM LEDGER PROOF - RUN ".
019800     05  RPT-HDG-RUN-DATE      PIC 9(08).
019900     05  FILLER                PIC X(02)  VALUE SPACES.
020000     05  RPT-HDG-MODE          PIC X(30).
020100     05  FILLER                PIC X(52)  VALUE SPACES.
020200 01  WS-REPORT-HEADING-2.
020300     05  FILLER                PIC X(22)  VALUE " CUSTOMER KEY".
020400     05  FILLER                PIC X(32)  VALUE "NAME".
020500     05  FILLER                PIC X(17)  VALUE
020600         "   MASTER BALANCE".
020700     05  FILLER                PIC X(17)  VALUE
020800         "     ITEMS TOTAL".
020900     05  FILLER                PIC X(08)  VALUE "   ITEMS".
021000     05  FILLER                PIC X(02)  VALUE SPACES.
021100     05  FILLER                PIC X(34)  VALUE "RESULT".
021200 01  WS-REPORT-DETAIL.
021300     05  FILLER                PIC X(01)  VALUE SPACE.
021400     05  RPT-CUST-KEY          PIC X(20).
021500     05  FILLER                PIC X(01)  VALUE SPACE.
021600     05  RPT-CUST-NAME         PIC X(30).
021700     05  FILLER                PIC X(02)  VALUE SPACES.
021800     05  RPT-MASTER-BALANCE    PIC -(13)9.99.
021900     05  FILLER                PIC X(01)  VALUE SPACE.
022000     05  RPT-ITEM-TOTAL        PIC -(13)9.99.
022100     05  FILLER                PIC X(01)  VALUE SPACE.
022200     05  RPT-ITEM-COUNT        PIC Z(06)9.
022300     05  FILLER                PIC X(02)  VALUE SPACES.
022400     05  RPT-RESULT            PIC X(30).
022500     05  FILLER                PIC X(03)  VALUE SPACES.
022600
022700 PROCEDURE DIVISION.
022800 PROGRAM-BEGIN.
022900    	PERFORM OPENING-PROCEDURE.
023000    	PERFORM MAIN-PROCESS.
023100    	PERFORM CLOSING-PROCEDURE.
023200    	PERFORM PROGRAM-DONE.
023300
023400 PROGRAM-EXIT.
023500    	EXIT PROGRAM.
023600
023700 PROGRAM-DONE.
023800    	MOVE WS-RETURN-CODE TO RETURN-CODE.
023900    	STOP RUN.
024000
024100 OPENING-PROCEDURE.
024200    	ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
024300    	ACCEPT WS-RUN-START-TIME FROM TIME.
024400    	PERFORM READ-PARM-RECORD.
024500    	PERFORM EDIT-PARM-FIELDS.
024600    	PERFORM OPEN-REPORT-FILE.
024700    	PERFORM WRITE-REPORT-HEADINGS.
024800    	IF NOT PARM-MODE-TEST
024900    	PERFORM CHECK-RUN-CONTROL
025000    	PERFORM WRITE-RUN-CONTROL-START
025100    	END-IF.
025200    	PERFORM OPEN-OPEN-ITEM-FILE.
025300
025400 READ-PARM-RECORD.
025500    	OPEN INPUT PARM-FILE.
025600    	MOVE "PARM-FILE" TO WS-CHECK-FILE-NAME.
025700    	MOVE WS-PARM-STATUS TO WS-CHECK-FILE-STATUS.
025800    	PERFORM FILE-STATUS-CHECK.
025900    	READ PARM-FILE.
026000    	MOVE WS-PARM-STATUS TO WS-CHECK-FILE-STATUS.
026100    	PERFORM FILE-STATUS-CHECK.
026200    	CLOSE PARM-FILE.
026300    	MOVE WS-PARM-STATUS TO WS-CHECK-FILE-STATUS.
026400    	PERFORM FILE-STATUS-CHECK.
026500
026600 EDIT-PARM-FIELDS.
026700    	IF PARM-RUN-DATE IS NUMERIC
026800    	MOVE PARM-RUN-DATE TO WS-RUN-DATE-NUM
026900    	ELSE
027000    	MOVE WS-CURRENT-DATE TO WS-RUN-DATE-NUM
027100    	END-IF.
027200
027300 OPEN-REPORT-FILE.
027400    	OPEN OUTPUT REPORT-FILE.
027500    	MOVE "REPORT-FILE" TO WS-CHECK-FILE-NAME.
027600    	MOVE WS-REPORT-STATUS TO WS-CHECK-FILE-STATUS.
027700    	PERFORM FILE-STATUS-CHECK.
027800
027900 WRITE-REPORT-HEADINGS.
028000    	MOVE WS-RUN-DATE-NUM TO RPT-HDG-RUN-DATE.
028100    	IF PARM-MODE-TEST
028200    	MOVE "TEST MODE - LEDGER NOT UPDATED" TO RPT-HDG-MODE
028300    	ELSE
028400    	MOVE SPACES TO RPT-HDG-MODE
028500    	END-IF.
028600    	MOVE WS-REPORT-HEADING-1 TO REPORT-RECORD.
028700    	PERFORM WRITE-REPORT-LINE.
028800    	MOVE SPACES TO REPORT-RECORD.
028900    	PERFORM WRITE-REPORT-LINE.
029000    	MOVE WS-REPORT-HEADING-2 TO REPORT-RECORD.
029100    	PERFORM WRITE-REPORT-LINE.
029200
029300*    THE LEDGER IS OPENED FOR UPDATE SO BALANCE-FORWARD ITEMS
029400*    CAN BE WRITTEN; A TEST RUN ONLY READS IT.  AN ABSENT
029500*    LEDGER (STATUS 35) IS CREATED EMPTY, AS THE POSTING RUN
029600*    CREATES IT, AND A TEST RUN AGAINST ONE SIMPLY HAS NO
029700*    ITEMS TO READ.
029800 OPEN-OPEN-ITEM-FILE.
029900    	IF PARM-MODE-TEST
030000    	OPEN INPUT OPEN-ITEM-FILE
030100    	IF WS-OPEN-ITEM-STATUS = "35"
030200    	SET ITEM-EOF TO TRUE
030300    	MOVE SPACES TO WS-OPEN-ITEM-STATUS
030400    	END-IF
030500    	ELSE
030600    	OPEN I-O OPEN-ITEM-FILE
030700    	IF WS-OPEN-ITEM-STATUS = "35"
030800    	OPEN OUTPUT OPEN-ITEM-FILE
030900    	CLOSE OPEN-ITEM-FILE
031000    	OPEN I-O OPEN-ITEM-FILE
031100    	END-IF
031200    	END-IF.
031300    	IF WS-OPEN-ITEM-STATUS NOT = SPACES
031400    	MOVE "OPEN-ITEM-FILE" TO WS-CHECK-FILE-NAME
031500    	MOVE WS-OPEN-ITEM-STATUS TO WS-CHECK-FILE-STATUS
031600    	PERFORM FILE-STATUS-CHECK
031700    	END-IF.
031800
031900*    A TWO-FILE MATCH IN KEY ORDER: THE MASTER WALKED THROUGH
032000*    CUSTLOOKUP, THE LEDGER READ SEQUENTIALLY FROM THE TOP.
032100 MAIN-PROCESS.
032200    	IF ITEM-NOT-EOF
032300    	PERFORM READ-NEXT-ITEM
032400    	END-IF.
032500    	MOVE "STRT" TO CA-REQUEST-CODE.
032600    	MOVE SPACES TO CA-KEY.
032700    	PERFORM CALL-CUSTOMER-SERVICE.
032800    	IF CA-STATUS-NOT-FOUND
032900    	SET MASTER-EOF TO TRUE
033000    	END-IF.
033100    	PERFORM READ-NEXT-CUSTOMER.
033200    	PERFORM PROVE-ONE-CUSTOMER UNTIL MASTER-EOF.
033300    	PERFORM CHECK-ORPHAN-ITEM UNTIL ITEM-EOF.
033400    	SET MATCH-COMPLETE TO TRUE.
033500    	PERFORM CHECK-LEDGER-PROOF.
033600
033700 READ-NEXT-CUSTOMER.
033800    	IF MASTER-NOT-EOF
033900    	MOVE "NEXT" TO CA-REQUEST-CODE
034000    	PERFORM CALL-CUSTOMER-SERVICE
034100    	IF CA-STATUS-OK
034200    	MOVE CA-KEY TO CUST-KEY
034300    	MOVE CA-RESPONSE-DATA TO CUST-DATA
034400    	ADD 1 TO WS-RECORDS-READ
034500    	ELSE
034600    	SET MASTER-EOF TO TRUE
034700    	END-IF
034800    	END-IF.
034900
035000 READ-NEXT-ITEM.
035100    	READ OPEN-ITEM-FILE NEXT RECORD INTO WS-ITEM-LOOKAHEAD
035200    	AT END
035300    	SET ITEM-EOF TO TRUE
035400    	END-READ.
035500    	IF ITEM-NOT-EOF
035600    	MOVE "OPEN-ITEM-FILE" TO WS-CHECK-FILE-NAME
035700    	MOVE WS-OPEN-ITEM-STATUS TO WS-CHECK-FILE-STATUS
035800    	PERFORM FILE-STATUS-CHECK
035900    	ADD 1 TO WS-RECORDS-READ
036000    	END-IF.
036100
036200*    LEDGER ROWS KEYED BELOW THE CUSTOMER IN HAND BELONG TO NO
036300*    CUSTOMER ON THE MASTER AND ARE CHECKED AS ORPHANS; THE
036400*    CUSTOMER'S OWN ROWS ARE THEN SUMMED AND PROVEN.
036500 PROVE-ONE-CUSTOMER.
036600    	ADD 1 TO WS-CUSTOMERS-READ.
036700    	PERFORM CHECK-ORPHAN-ITEM
036800    	    UNTIL ITEM-EOF OR WS-NXT-CUST-KEY NOT < CUST-KEY.
036900    	MOVE ZERO TO WS-CUSTOMER-ITEM-TOTAL.
037000    	MOVE ZERO TO WS-CUSTOMER-ITEM-COUNT.
037100    	MOVE ZERO TO WS-CUSTOMER-ROW-COUNT.
037200    	PERFORM SUM-ONE-ITEM
037300    	    UNTIL ITEM-EOF OR WS-NXT-CUST-KEY NOT = CUST-KEY.
037400    	IF CUST-CURRENT-BALANCE NOT NUMERIC
037500    	MOVE "BALANCE NOT NUMERIC" TO RPT-RESULT
037600    	PERFORM REPORT-CUSTOMER-OUT
037700    	ELSE
037800    	ADD CUST-CURRENT-BALANCE TO WS-MASTER-BALANCE-TOTAL
037900    	IF WS-CUSTOMER-ROW-COUNT = ZERO AND
038000    	   CUST-CURRENT-BALANCE NOT = ZERO
038100    	PERFORM OPEN-BALANCE-FORWARD-ITEM
038200    	ELSE
038300    	IF WS-CUSTOMER-ITEM-TOTAL = CUST-CURRENT-BALANCE
038400    	ADD 1 TO WS-CUSTOMERS-PROVEN
038500    	ELSE
038600    	MOVE "ITEMS DO NOT FOOT TO BALANCE" TO RPT-RESULT
038700    	PERFORM REPORT-CUSTOMER-OUT
038800    	END-IF
038900    	END-IF
039000    	END-IF.
039100    	PERFORM READ-NEXT-CUSTOMER.
039200
039300*    CLOSED AND REVERSED ROWS STAY ON THE LEDGER AS HISTORY
039400*    AND CARRY NOTHING OPEN; ONLY OPEN ROWS ARE SUMMED.
039500 SUM-ONE-ITEM.
039600    	ADD 1 TO WS-CUSTOMER-ROW-COUNT.
039700    	IF WS-NXT-ITEM-OPEN
039800    	ADD WS-NXT-OPEN-AMOUNT TO WS-CUSTOMER-ITEM-TOTAL
039900    	ADD WS-NXT-OPEN-AMOUNT TO WS-LEDGER-OPEN-TOTAL
040000    	ADD 1 TO WS-CUSTOMER-ITEM-COUNT
040100    	ADD 1 TO WS-OPEN-ITEMS-COUNTED
040200    	END-IF.
040300    	PERFORM READ-NEXT-ITEM.
040400
040500*    AN ORPHAN ROW WITH NOTHING OPEN IS HARMLESS HISTORY OF A
040600*    PURGED CUSTOMER.  ONE STILL CARRYING AN OPEN AMOUNT IS A
040700*    RECEIVABLE NO MASTER RECORD ACCOUNTS FOR.
040800 CHECK-ORPHAN-ITEM.
040900    	IF WS-NXT-ITEM-OPEN AND WS-NXT-OPEN-AMOUNT NOT = ZERO
041000    	ADD 1 TO WS-ORPHAN-ITEMS
041100    	ADD WS-NXT-OPEN-AMOUNT TO WS-LEDGER-OPEN-TOTAL
041200    	SET LEDGER-OUT-OF-PROOF TO TRUE
041300    	MOVE SPACES TO WS-REPORT-DETAIL
041400    	MOVE WS-NXT-CUST-KEY TO RPT-CUST-KEY
041500    	MOVE WS-NXT-ITEM-REFERENCE TO RPT-CUST-NAME
041600    	MOVE ZERO TO RPT-MASTER-BALANCE
041700    	MOVE WS-NXT-OPEN-AMOUNT TO RPT-ITEM-TOTAL
041800    	MOVE 1 TO RPT-ITEM-COUNT
041900    	MOVE "OPEN ITEM - NOT ON MASTER" TO RPT-RESULT
042000    	MOVE WS-REPORT-DETAIL TO REPORT-RECORD
042100    	PERFORM WRITE-REPORT-LINE
042200    	END-IF.
042300    	PERFORM READ-NEXT-ITEM.
042400
042500 REPORT-CUSTOMER-OUT.
042600    	ADD 1 TO WS-CUSTOMERS-OUT.
042700    	SET LEDGER-OUT-OF-PROOF TO TRUE.
042800    	PERFORM WRITE-CUSTOMER-LINE.
042900
043000 WRITE-CUSTOMER-LINE.
043100    	MOVE CUST-KEY TO RPT-CUST-KEY.
043200    	MOVE CUST-NAME TO RPT-CUST-NAME.
043300    	IF CUST-CURRENT-BALANCE IS NUMERIC
043400    	MOVE CUST-CURRENT-BALANCE TO RPT-MASTER-BALANCE
043500    	ELSE
043600    	MOVE ZERO TO RPT-MASTER-BALANCE
043700    	END-IF.
043800    	MOVE WS-CUSTOMER-ITEM-TOTAL TO RPT-ITEM-TOTAL.
043900    	MOVE WS-CUSTOMER-ITEM-COUNT TO RPT-ITEM-COUNT.
044000    	MOVE WS-REPORT-DETAIL TO REPORT-RECORD.
044100    	PERFORM WRITE-REPORT-LINE.
044200    	MOVE SPACES TO WS-REPORT-DETAIL.
044300
044400*    THE CUSTOMER HAS NOT BEEN POSTED TO SINCE THE LEDGER
044500*    EXISTED: ITS WHOLE BALANCE GOES ON ONE BALANCE-FORWARD
044600*    ITEM DATED FROM ITS LAST ACTIVITY, AS THE POSTING RUN
044700*    WOULD DATE IT.  THE LEDGER IS THEN RE-POSITIONED ON THE
044800*    LOOK-AHEAD ROW, SO THE WRITE CANNOT DISTURB THE MATCH.
044900 OPEN-BALANCE-FORWARD-ITEM.
045000    	ADD 1 TO WS-CUSTOMERS-SEEDED.
045100    	ADD 1 TO WS-CUSTOMERS-PROVEN.
045200    	ADD CUST-CURRENT-BALANCE TO WS-LEDGER-OPEN-TOTAL.
045300    	MOVE CUST-CURRENT-BALANCE TO WS-CUSTOMER-ITEM-TOTAL.
045400    	MOVE 1 TO WS-CUSTOMER-ITEM-COUNT.
045500    	IF PARM-MODE-TEST
045600    	MOVE "WOULD OPEN BALANCE FORWARD" TO RPT-RESULT
045700    	ELSE
045800    	MOVE "BALANCE FORWARD OPENED" TO RPT-RESULT
045900    	PERFORM WRITE-BALANCE-FORWARD-ITEM
046000    	END-IF.
046100    	PERFORM WRITE-CUSTOMER-LINE.
046200
046300 WRITE-BALANCE-FORWARD-ITEM.
046400    	MOVE CUST-LAST-ACTIVITY-DATE TO WS-SEED-DATE.
046500    	IF WS-SEED-DATE NOT NUMERIC OR WS-SEED-DATE = ZERO
046600    	MOVE WS-RUN-DATE-NUM TO WS-SEED-DATE
046700    	END-IF.
046800    	MOVE SPACES TO OPEN-ITEM-RECORD.
046900    	MOVE CUST-KEY TO OIT-CUST-KEY.
047000    	MOVE "BALFWD" TO OIT-ITEM-REFERENCE.
047100    	MOVE WS-SEED-DATE TO OIT-ITEM-DATE.
047200    	SET OIT-TYPE-BALANCE-FORWARD TO TRUE.
047300    	MOVE CUST-CURRENT-BALANCE TO OIT-ORIGINAL-AMOUNT.
047400    	MOVE CUST-CURRENT-BALANCE TO OIT-OPEN-AMOUNT.
047500    	SET OIT-ITEM-OPEN TO TRUE.
047600    	MOVE WS-RUN-DATE-NUM TO OIT-LAST-ACTIVITY-DATE.
047700    	WRITE OPEN-ITEM-RECORD.
047800    	MOVE "OPEN-ITEM-FILE" TO WS-CHECK-FILE-NAME.
047900    	MOVE WS-OPEN-ITEM-STATUS TO WS-CHECK-FILE-STATUS.
048000    	PERFORM FILE-STATUS-CHECK.
048100    	ADD 1 TO WS-RECORDS-WRITTEN.
048200    	IF ITEM-NOT-EOF
048300    	MOVE WS-NXT-RECORD-KEY TO OIT-RECORD-KEY
048400    	START OPEN-ITEM-FILE KEY NOT < OIT-RECORD-KEY
048500    	MOVE WS-OPEN-ITEM-STATUS TO WS-CHECK-FILE-STATUS
048600    	PERFORM FILE-STATUS-CHECK
048700    	PERFORM READ-NEXT-ITEM
048800    	SUBTRACT 1 FROM WS-RECORDS-READ
048900    	END-IF.
049000
049100*    ANY CUSTOMER OUT OF PROOF OR ANY OPEN ORPHAN PUTS THE
049200*    LEDGER OUT OF PROOF, WHICH IS LOGGED AND ENDS THE RUN
049300*    DATA ERROR.
049400 CHECK-LEDGER-PROOF.
049500    	IF LEDGER-OUT-OF-PROOF
049600    	MOVE "M019" TO MSG-NUMBER
049700    	SET MSG-SEVERITY-ERROR TO TRUE
049800    	MOVE SPACES TO MSG-TEXT
049900    	STRING "OUT OF BALANCE - OPEN-ITEM LEDGER DOES NOT"
050000    	    " FOOT TO THE CUSTOMER MASTER"
050100    	    DELIMITED BY SIZE INTO MSG-TEXT
050200    	PERFORM LOG-OPERATOR-MESSAGE
050300    	IF WS-RETURN-CODE < 8
050400    	SET WS-RC-DATA-ERROR TO TRUE
050500    	END-IF
050600    	END-IF.
050700
050800 CALL-CUSTOMER-SERVICE.
050900    	CALL "CUSTLOOKUP" USING WS-COMM-AREA.
051000    	IF CA-STATUS-ERROR
051100    	MOVE "M016" TO MSG-NUMBER
051200    	SET MSG-SEVERITY-ERROR TO TRUE
051300    	MOVE SPACES TO MSG-TEXT
051400    	STRING "CUSTLOOKUP FAILED FOR KEY " CA-KEY
051500    	    DELIMITED BY SIZE INTO MSG-TEXT
051600    	PERFORM LOG-OPERATOR-MESSAGE
051700    	IF WS-RETURN-CODE < 8
051800    	SET WS-RC-DATA-ERROR TO TRUE
051900    	END-IF
052000    	SET MASTER-EOF TO TRUE
052100    	END-IF.
052200
052300 WRITE-REPORT-LINE.
052400    	WRITE REPORT-RECORD.
052500    	MOVE "REPORT-FILE" TO WS-CHECK-FILE-NAME.
052600    	MOVE WS-REPORT-STATUS TO WS-CHECK-FILE-STATUS.
052700    	PERFORM FILE-STATUS-CHECK.
052800
052900 CLOSING-PROCEDURE.
053000    	SET CLOSING-IN-PROGRESS TO TRUE.
053100    	IF WS-REPORT-STATUS NOT = SPACES
053200    	IF MATCH-COMPLETE
053300    	PERFORM WRITE-PROOF-TOTALS
053400    	END-IF
053500    	PERFORM WRITE-RUN-SUMMARY
053600    	END-IF.
053700    	PERFORM CLOSE-CUSTOMER-SERVICE.
053800    	PERFORM CLOSE-ALL-FILES.
053900    	PERFORM WRITE-RUN-CONTROL-STOP.
054000
054100*    THE WHOLE-LEDGER FIGURES AND THE VERDICT, PRINTED ONLY
054200*    WHEN THE MATCH RAN TO THE END - A REFUSED OR ABENDED RUN
054300*    HAS PROVEN NOTHING.
054400 WRITE-PROOF-TOTALS.
054500    	MOVE SPACES TO REPORT-RECORD.
054600    	PERFORM WRITE-REPORT-LINE.
054700    	MOVE SPACES TO WS-BANNER-LINE.
054800    	STRING "CUSTOMERS READ: " WS-CUSTOMERS-READ
054900    	    "   PROVEN: " WS-CUSTOMERS-PROVEN
055000    	    "   BALANCE FORWARD: " WS-CUSTOMERS-SEEDED
055100    	    "   OUT OF PROOF: " WS-CUSTOMERS-OUT
055200    	    DELIMITED BY SIZE INTO WS-BANNER-LINE.
055300    	MOVE WS-BANNER-LINE TO REPORT-RECORD.
055400    	PERFORM WRITE-REPORT-LINE.
055500    	MOVE WS-MASTER-BALANCE-TOTAL TO WS-TOTAL-EDIT.
055600    	MOVE SPACES TO WS-BANNER-LINE.
055700    	STRING "MASTER BALANCES: " WS-TOTAL-EDIT
055800    	    DELIMITED BY SIZE INTO WS-BANNER-LINE.
055900    	MOVE WS-BANNER-LINE TO REPORT-RECORD.
056000    	PERFORM WRITE-REPORT-LINE.
056100    	MOVE WS-LEDGER-OPEN-TOTAL TO WS-TOTAL-EDIT.
056200    	MOVE SPACES TO WS-BANNER-LINE.
056300    	STRING "OPEN ITEMS:      " WS-TOTAL-EDIT
056400    	    "   ITEMS: " WS-OPEN-ITEMS-COUNTED
056500    	    "   OPEN ORPHANS: " WS-ORPHAN-ITEMS
056600    	    DELIMITED BY SIZE INTO WS-BANNER-LINE.
056700    	MOVE WS-BANNER-LINE TO REPORT-RECORD.
056800    	PERFORM WRITE-REPORT-LINE.
056900    	MOVE SPACES TO REPORT-RECORD.
057000    	PERFORM WRITE-REPORT-LINE.
057100    	IF LEDGER-IN-PROOF
057200    	MOVE " LEDGER IN PROOF - OPEN ITEMS FOOT TO THE MASTER"
057300    	    TO REPORT-RECORD
057400    	ELSE
057500    	MOVE " LEDGER OUT OF PROOF - SEE CUSTOMERS LISTED ABOVE"
057600    	    TO REPORT-RECORD
057700    	END-IF.
057800    	PERFORM WRITE-REPORT-LINE.
057900
058000*    STANDARD END-OF-JOB BANNER IN THE TEMPLATE.COB STYLE.
058100*    RECORDS READ COUNTS CUSTOMERS AND LEDGER ROWS; RECORDS
058200*    WRITTEN COUNTS BALANCE-FORWARD ITEMS OPENED.
058300 WRITE-RUN-SUMMARY.
058400    	ACCEPT WS-RUN-STOP-TIME FROM TIME.
058500    	MOVE SPACES TO REPORT-RECORD.
058600    	PERFORM WRITE-REPORT-LINE.
058700    	MOVE SPACES TO WS-BANNER-LINE.
058800    	STRING "RUN SUMMARY FOR PROGRAM: " WS-WORK-PROGRAM-ID
058900    	    DELIMITED BY SIZE INTO WS-BANNER-LINE.
059000    	MOVE WS-BANNER-LINE TO REPORT-RECORD.
059100    	PERFORM WRITE-REPORT-LINE.
059200    	MOVE SPACES TO WS-BANNER-LINE.
059300    	STRING "RUN DATE: " WS-CURRENT-DATE
059400    	    "   START: " WS-START-HH ":" WS-START-MM ":"
059500    	    WS-START-SS
059600    	    "   STOP: "  WS-STOP-HH ":" WS-STOP-MM ":"
059700    	    WS-STOP-SS
059800    	    DELIMITED BY SIZE INTO WS-BANNER-LINE.
059900    	MOVE WS-BANNER-LINE TO REPORT-RECORD.
060000    	PERFORM WRITE-REPORT-LINE.
060100    	MOVE SPACES TO WS-BANNER-LINE.
060200    	STRING "RECORDS READ: " WS-RECORDS-READ
060300    	    "   WRITTEN: " WS-RECORDS-WRITTEN
060400    	    "   REJECTED: " WS-RECORDS-REJECTED
060500    	    DELIMITED BY SIZE INTO WS-BANNER-LINE.
060600    	MOVE WS-BANNER-LINE TO REPORT-RECORD.
060700    	PERFORM WRITE-REPORT-LINE.
060800
060900 CLOSE-CUSTOMER-SERVICE.
061000    	MOVE "CLOS" TO CA-REQUEST-CODE.
061100    	CALL "CUSTLOOKUP" USING WS-COMM-AREA.
061200
061300 CLOSE-ALL-FILES.
061400    	IF WS-OPEN-ITEM-STATUS NOT = SPACES
061500    	CLOSE OPEN-ITEM-FILE
061600    	MOVE "OPEN-ITEM-FILE" TO WS-CHECK-FILE-NAME
061700    	MOVE WS-OPEN-ITEM-STATUS TO WS-CHECK-FILE-STATUS
061800    	PERFORM FILE-STATUS-CHECK
061900    	END-IF.
062000    	IF WS-REPORT-STATUS NOT = SPACES
062100    	CLOSE REPORT-FILE
062200    	MOVE "REPORT-FILE" TO WS-CHECK-FILE-NAME
062300    	MOVE WS-REPORT-STATUS TO WS-CHECK-FILE-STATUS
062400    	PERFORM FILE-STATUS-CHECK
062500    	END-IF.
062600
062700*    JOB-STREAM SEQUENCE ENFORCEMENT IN THE TEMPLATE.COB
062800*    STYLE: THE RUN IS REFUSED WHEN THE POSTING RUN HAS NOT
062900*    ENDED CLEAN FOR THE RUN DATE, OR WHEN THIS JOB ALREADY
063000*    RAN CLEAN THAT NIGHT.
063100 CHECK-RUN-CONTROL.
063200    	OPEN INPUT RUN-CONTROL-FILE.
063300    	IF WS-RUN-CONTROL-STATUS = "35"
063400    	SET RUN-CONTROL-EOF TO TRUE
063500    	ELSE
063600    	MOVE "RUN-CONTROL-FILE" TO WS-CHECK-FILE-NAME
063700    	MOVE WS-RUN-CONTROL-STATUS TO WS-CHECK-FILE-STATUS
063800    	PERFORM FILE-STATUS-CHECK
063900    	PERFORM READ-RUN-CONTROL-RECORD
064000    	PERFORM SCAN-RUN-CONTROL-ROW UNTIL RUN-CONTROL-EOF
064100    	CLOSE RUN-CONTROL-FILE
064200    	MOVE WS-RUN-CONTROL-STATUS TO WS-CHECK-FILE-STATUS
064300    	PERFORM FILE-STATUS-CHECK
064400    	END-IF.
064500    	IF WS-PREDECESSOR-ID NOT = SPACES AND
064600    	   PREDECESSOR-NOT-ENDED
064700    	MOVE "M008" TO MSG-NUMBER
064800    	SET MSG-SEVERITY-ERROR TO TRUE
064900    	MOVE SPACES TO MSG-TEXT
065000    	STRING "RUN REFUSED - PREDECESSOR "
065100    	    WS-PREDECESSOR-ID " HAS NOT ENDED CLEAN FOR "
065200    	    WS-RUN-DATE-NUM
065300    	    DELIMITED BY SIZE INTO MSG-TEXT
065400    	PERFORM LOG-OPERATOR-MESSAGE
065500    	PERFORM REFUSE-THE-RUN
065600    	END-IF.
065700    	IF ALREADY-RAN-CLEAN
065800    	MOVE "M009" TO MSG-NUMBER
065900    	SET MSG-SEVERITY-ERROR TO TRUE
066000    	MOVE SPACES TO MSG-TEXT
066100    	STRING "RUN REFUSED - " WS-WORK-PROGRAM-ID
066200    	    " ALREADY RAN CLEAN FOR " WS-RUN-DATE-NUM
066300    	    DELIMITED BY SIZE INTO MSG-TEXT
066400    	PERFORM LOG-OPERATOR-MESSAGE
066500    	PERFORM REFUSE-THE-RUN
066600    	END-IF.
066700
066800 READ-RUN-CONTROL-RECORD.
066900    	READ RUN-CONTROL-FILE
067000    	AT END
067100    	SET RUN-CONTROL-EOF TO TRUE
067200    	END-READ.
067300    	IF RUN-CONTROL-NOT-EOF
067400    	MOVE "RUN-CONTROL-FILE" TO WS-CHECK-FILE-NAME
067500    	MOVE WS-RUN-CONTROL-STATUS TO WS-CHECK-FILE-STATUS
067600    	PERFORM FILE-STATUS-CHECK
067700    	END-IF.
067800
067900 SCAN-RUN-CONTROL-ROW.
068000    	IF RC-RUN-DATE = WS-RUN-DATE-NUM AND
068100    	   RC-STATUS-ENDED AND RC-RETURN-CODE < 8
068200    	IF RC-PROGRAM-ID = WS-PREDECESSOR-ID
068300    	SET PREDECESSOR-ENDED-CLEAN TO TRUE
068400    	END-IF
068500    	IF RC-PROGRAM-ID = WS-WORK-PROGRAM-ID
068600    	SET ALREADY-RAN-CLEAN TO TRUE
068700    	END-IF
068800    	END-IF.
068900    	PERFORM READ-RUN-CONTROL-RECORD.
069000
069100 WRITE-RUN-CONTROL-START.
069200    	OPEN EXTEND RUN-CONTROL-FILE.
069300    	IF WS-RUN-CONTROL-STATUS = "35"
069400    	OPEN OUTPUT RUN-CONTROL-FILE
069500    	END-IF.
069600    	MOVE "RUN-CONTROL-FILE" TO WS-CHECK-FILE-NAME.
069700    	MOVE WS-RUN-CONTROL-STATUS TO WS-CHECK-FILE-STATUS.
069800    	PERFORM FILE-STATUS-CHECK.
069900    	MOVE WS-WORK-PROGRAM-ID TO RC-PROGRAM-ID.
070000    	MOVE WS-RUN-DATE-NUM TO RC-RUN-DATE.
070100    	MOVE WS-RUN-START-TIME TO RC-START-TIME.
070200    	MOVE ZERO TO RC-STOP-TIME.
070300    	MOVE ZERO TO RC-RETURN-CODE.
070400    	SET RC-STATUS-STARTED TO TRUE.
070500    	WRITE RUN-CONTROL-RECORD.
070600    	MOVE WS-RUN-CONTROL-STATUS TO WS-CHECK-FILE-STATUS.
070700    	PERFORM FILE-STATUS-CHECK.
070800    	CLOSE RUN-CONTROL-FILE.
070900    	MOVE WS-RUN-CONTROL-STATUS TO WS-CHECK-FILE-STATUS.
071000    	PERFORM FILE-STATUS-CHECK.
071100    	SET START-ROW-WRITTEN TO TRUE.
071200
071300 WRITE-RUN-CONTROL-STOP.
071400    	IF START-ROW-WRITTEN
071500    	OPEN EXTEND RUN-CONTROL-FILE
071600    	IF WS-RUN-CONTROL-STATUS = "35"
071700    	OPEN OUTPUT RUN-CONTROL-FILE
071800    	END-IF
071900    	MOVE "RUN-CONTROL-FILE" TO WS-CHECK-FILE-NAME
072000    	MOVE WS-RUN-CONTROL-STATUS TO WS-CHECK-FILE-STATUS
072100    	PERFORM FILE-STATUS-CHECK
072200    	MOVE WS-WORK-PROGRAM-ID TO RC-PROGRAM-ID
072300    	MOVE WS-RUN-DATE-NUM TO RC-RUN-DATE
072400    	MOVE WS-RUN-START-TIME TO RC-START-TIME
072500    	MOVE WS-RUN-STOP-TIME TO RC-STOP-TIME
072600    	MOVE WS-RETURN-CODE TO RC-RETURN-CODE
072700    	SET RC-STATUS-ENDED TO TRUE
072800    	WRITE RUN-CONTROL-RECORD
072900    	MOVE WS-RUN-CONTROL-STATUS TO WS-CHECK-FILE-STATUS
073000    	PERFORM FILE-STATUS-CHECK
073100    	CLOSE RUN-CONTROL-FILE
073200    	MOVE WS-RUN-CONTROL-STATUS TO WS-CHECK-FILE-STATUS
073300    	PERFORM FILE-STATUS-CHECK
073400    	END-IF.
073500
073600*    CONTROLLED REFUSAL IN THE TEMPLATE.COB STYLE: NOT AN
073700*    ABEND - THE REPORT AND RUN SUMMARY STILL PRINT, AND THE
073800*    DATA-ERROR RETURN CODE STOPS THE JOB HERE.
073900 REFUSE-THE-RUN.
074000    	SET WS-RC-DATA-ERROR TO TRUE.
074100    	PERFORM CLOSING-PROCEDURE.
074200    	PERFORM PROGRAM-DONE.
074300
074400 LOG-OPERATOR-MESSAGE.
074500    	MOVE WS-WORK-PROGRAM-ID TO MSG-PROGRAM-ID.
074600    	CALL "MSGWRITE" USING WS-MESSAGE-AREA.
074700
074800*    SHARED I/O-ERROR ABORT IN THE TEMPLATE.COB STYLE.  STATUS
074900*    "00" AND "10" ARE THE ONLY NON-ERROR CODES; ANYTHING ELSE
075000*    CLOSES WHAT IT CAN AND ABENDS WITH RETURN CODE 16.
075100 FILE-STATUS-CHECK.
075200    	IF WS-CHECK-FILE-STATUS NOT = "00" AND
075300    	   WS-CHECK-FILE-STATUS NOT = "10"
075400    	MOVE "M015" TO MSG-NUMBER
075500    	SET MSG-SEVERITY-FATAL TO TRUE
075600    	MOVE SPACES TO MSG-TEXT
075700    	STRING "FILE I/O ERROR ON " WS-CHECK-FILE-NAME
075800    	    " - STATUS = " WS-CHECK-FILE-STATUS
075900    	    DELIMITED BY SIZE INTO MSG-TEXT
076000    	PERFORM LOG-OPERATOR-MESSAGE
076100    	SET WS-RC-ABEND TO TRUE
076200    	SET ABEND-OCCURRED TO TRUE
076300    	IF CLOSING-NOT-IN-PROGRESS
076400    	PERFORM CLOSING-PROCEDURE
076500    	PERFORM PROGRAM-DONE
076600    	END-IF
076700    	END-IF.
