000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. LOCKBOX.
000300 AUTHOR. John Willis
000400*
000500* PMD 0.01
000600* COPYRIGHT (C) 2012 COHERENT LOGIC DEVELOPMENT LLC
000700*
000800* LOCKBOX.COB: BANK LOCKBOX PAYMENT INTERFACE
000900*   $Id$
001000*
001100* INBOUND INTERFACE FOR CUSTOMER PAYMENTS RECEIVED THROUGH THE
001200* BANK LOCKBOX.  THE BANK'S REMITTANCE FILE (LBXFILE,
001300* LBXREC.CPY) IS FIRST PROVEN AGAINST THE BANK'S OWN CONTROLS -
001400* EVERY BATCH AGAINST ITS BATCH TOTAL, AND THE BATCHES AGAINST
001500* THE DEPOSIT TRAILER - AND A FILE THAT DOES NOT PROVE, OR IS
001600* NOT FOR TONIGHT'S DEPOSIT, IS REFUSED BEFORE ANYTHING IS CUT.
001700*
001800* EACH REMITTANCE IS THEN MATCHED TO A CUSTOMER THROUGH THE
001900* CUSTLOOKUP LKUP REQUEST ON THE ACCOUNT NUMBER FROM THE STUB.
002000* A PAYMENT FOR AN ACTIVE ACCOUNT, OR ONE ON COLLECTIONS HOLD, IS
002100* CUT AS A TYPE "C" CREDIT DETAIL ON LBXTRAN, A STANDARD
002200* TRANSACTION FILE BETWEEN A CONTROL HEADER AND TRAILER
002300* (CTLREC.CPY) DATED FOR THE NEXT BUSINESS DAY ON THE CALENDAR,
002400* AS FINCHRG DATES FINTRAN.  THAT NIGHT TRANMRG PROVES IT AND
002430* MERGES IT WITH THE REGULAR FEED (TRANFEED) INTO THE ONE
002460* TRANFILE THE POSTING RUN READS.  A PAYMENT THAT MATCHES NO
002500* CUSTOMER, OR IS FOR AN INACTIVE ACCOUNT THE POSTING RUN WOULD
002600* REJECT, IS NEITHER DROPPED NOR REJECTED: IT IS BOOKED TO THE
002700* UNAPPLIED-CASH FILE (UNAPCASH, UNAPREC.CPY) AND LISTED ON ITS
002800* OWN REPORT (UNAPRPT) UNTIL THE CREDIT DESK TRACES IT.  AN APPLY
002900* CARD ON LBXAPPLY (LBAPREC.CPY) THEN NAMES THE CUSTOMER, AND THE
003000* CREDIT IS CUT WITH THAT NIGHT'S LOCKBOX CREDITS.
003200*
003300* THE JOB REPORT PROVES THE DEPOSIT TO THE PENNY: THE BANK'S
003400* DEPOSIT TOTAL MUST EQUAL THE CASH APPLIED PLUS THE CASH SENT
003500* TO UNAPPLIED.  A PARM-MODE-TEST RUN PROVES AND REPORTS BUT
003600* CUTS NO FILE AND BOOKS NOTHING, AND STAYS OFF RUNCTL.
003700*
003800 ENVIRONMENT DIVISION.
003900 INPUT-OUTPUT SECTION.
004000 FILE-CONTROL.
004100
004200    	SELECT PARM-FILE ASSIGN TO "PARMFILE"
004300    	    ORGANIZATION IS LINE SEQUENTIAL
004400    	    FILE STATUS IS WS-PARM-STATUS.
004500
004600    	SELECT CALENDAR-FILE ASSIGN TO "CALNDR"
004700    	    ORGANIZATION IS LINE SEQUENTIAL
004800    	    FILE STATUS IS WS-CALENDAR-STATUS.
004900
005000    	SELECT LOCKBOX-FILE ASSIGN TO "LBXFILE"
005100    	    ORGANIZATION IS LINE SEQUENTIAL
005200    	    FILE STATUS IS WS-LOCKBOX-STATUS.
005300
005400    	SELECT APPLY-CARD-FILE ASSIGN TO "LBXAPPLY"
005500    	    ORGANIZATION IS LINE SEQUENTIAL
005600    	    FILE STATUS IS WS-APPLY-CARD-STATUS.
005700
005800    	SELECT UNAPPLIED-FILE ASSIGN TO "UNAPCASH"
005900    	    ORGANIZATION IS INDEXED
006000    	    ACCESS MODE IS DYNAMIC
006100    	    RECORD KEY IS UNA-ITEM-KEY
006200    	    FILE STATUS IS WS-UNAPPLIED-STATUS.
006300
006400    	SELECT TRAN-FILE ASSIGN TO "LBXTRAN"
006500    	    ORGANIZATION IS LINE SEQUENTIAL
006600    	    FILE STATUS IS WS-TRAN-STATUS.
006700
006800    	SELECT REPORT-FILE ASSIGN TO "REPTFILE"
006900    	    ORGANIZATION IS LINE SEQUENTIAL
007000    	    FILE STATUS IS WS-REPORT-STATUS.
007100
007200    	SELECT UNAPPLIED-REPORT-FILE ASSIGN TO "UNAPRPT"
007300    	    ORGANIZATION IS LINE SEQUENTIAL
007400    	    FILE STATUS IS WS-UNAPPLIED-REPORT-STATUS.
007500
007600    	SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
007700    	    ORGANIZATION IS LINE SEQUENTIAL
007800    	    FILE STATUS IS WS-RUN-CONTROL-STATUS.
007900
008000 DATA DIVISION.
008100 FILE SECTION.
008200
008300 FD  PARM-FILE.
008400 01  PARM-RECORD.
008500     COPY PARMREC.
008600
008700 FD  CALENDAR-FILE.
008800 01  CALENDAR-RECORD.
008900     COPY CALREC.
009000
009100 FD  LOCKBOX-FILE.
009200 01  LOCKBOX-RECORD.
009300     COPY LBXREC.
009400
009500 FD  APPLY-CARD-FILE.
009600 01  APPLY-CARD-RECORD.
009700     COPY LBAPREC.
009800
009900 FD  UNAPPLIED-FILE.
010000 01  UNAPPLIED-RECORD.
010100     COPY UNAPREC.
010200
010300 FD  TRAN-FILE.
010400 01  TRAN-RECORD               PIC X(132).
010500
010600 FD  REPORT-FILE.
010700 01  REPORT-RECORD             PIC X(132).
010800
010900 FD  UNAPPLIED-REPORT-FILE.
011000 01  UNAPPLIED-REPORT-RECORD   PIC X(132).
011100
011200 FD  RUN-CONTROL-FILE.
011300 01  RUN-CONTROL-RECORD.
011400     COPY RUNCREC.
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
013200 01  WS-LOCKBOX-STATUS         PIC X(02)  VALUE SPACES.
013300 01  WS-APPLY-CARD-STATUS      PIC X(02)  VALUE SPACES.
013400 01  WS-UNAPPLIED-STATUS       PIC X(02)  VALUE SPACES.
013500 01  WS-TRAN-STATUS            PIC X(02)  VALUE SPACES.
013600 01  WS-REPORT-STATUS          PIC X(02)  VALUE SPACES.
013700 01  WS-UNAPPLIED-REPORT-STATUS PIC X(02) VALUE SPACES.
013800
013900 01  WS-WORK-PROGRAM-ID        PIC X(08)  VALUE "LOCKBOX".
014000 01  WS-ABEND-SWITCH           PIC X(01)  VALUE "N".
014100     88  ABEND-OCCURRED                   VALUE "Y".
014200     88  NO-ABEND-OCCURRED                VALUE "N".
014300 01  WS-CLOSING-SWITCH         PIC X(01)  VALUE "N".
014400     88  CLOSING-IN-PROGRESS              VALUE "Y".
014500     88  CLOSING-NOT-IN-PROGRESS          VALUE "N".
014600
014700 01  WS-CALENDAR-EOF-SWITCH    PIC X(01)  VALUE "N".
014800     88  CALENDAR-EOF                     VALUE "Y".
014900     88  CALENDAR-NOT-EOF                 VALUE "N".
015000 01  WS-CAL-FOUND-SWITCH       PIC X(01)  VALUE "N".
015100     88  CAL-DATE-FOUND                   VALUE "Y".
015200     88  CAL-DATE-NOT-FOUND               VALUE "N".
015300 01  WS-CAL-DATE-X             PIC X(08)  VALUE SPACES.
015400 01  WS-RUN-DAY-TYPE           PIC X(01)  VALUE SPACE.
015500     88  RUN-DAY-BUSINESS-DAY             VALUE "B".
015600 01  WS-LOCKBOX-EOF-SWITCH     PIC X(01)  VALUE "N".
015700     88  LOCKBOX-EOF                      VALUE "Y".
015800     88  LOCKBOX-NOT-EOF                  VALUE "N".
015900 01  WS-LOCKBOX-FILE-SWITCH    PIC X(01)  VALUE "Y".
016000     88  LOCKBOX-FILE-PRESENT             VALUE "Y".
016100     88  LOCKBOX-FILE-ABSENT              VALUE "N".
016200 01  WS-APPLY-CARD-EOF-SWITCH  PIC X(01)  VALUE "N".
016300     88  APPLY-CARD-EOF                   VALUE "Y".
016400     88  APPLY-CARD-NOT-EOF               VALUE "N".
016500 01  WS-UNAPPLIED-EOF-SWITCH   PIC X(01)  VALUE "N".
016600     88  UNAPPLIED-EOF                    VALUE "Y".
016700     88  UNAPPLIED-NOT-EOF                VALUE "N".
016800 01  WS-UNAPPLIED-FILE-SWITCH  PIC X(01)  VALUE "Y".
016900     88  UNAPPLIED-FILE-PRESENT           VALUE "Y".
017000     88  UNAPPLIED-FILE-ABSENT            VALUE "N".
017100 01  WS-DEPOSIT-PROOF-SWITCH   PIC X(01)  VALUE "N".
017200     88  DEPOSIT-PROOF-COMPLETE           VALUE "Y".
017300     88  DEPOSIT-PROOF-NOT-COMPLETE       VALUE "N".
017400
017500 01  WS-RUN-DATE-NUM           PIC 9(08)  VALUE ZERO.
017600 01  WS-RUN-DATE-INT           PIC S9(09) COMP VALUE ZERO.
017700*    THE POSTING DATE THE CREDIT FILE IS CUT FOR: THE FIRST
017800*    BUSINESS DAY ON THE CALENDAR AFTER THE RUN DATE.
017900 01  WS-POSTING-DATE           PIC 9(08)  VALUE ZERO.
018000
018100*    BANK-CONTROL PROOF.  THE FILE IS READ ONCE END TO END AND
018200*    BALANCED BEFORE A SINGLE REMITTANCE IS APPLIED.  EVERY
018300*    FAULT IS LISTED; ANY FAULT REFUSES THE RUN.
018400 01  WS-BANK-PROOF-SWITCH      PIC X(01)  VALUE "Y".
018500     88  BANK-FILE-IN-BALANCE             VALUE "Y".
018600     88  BANK-FILE-OUT-OF-BALANCE         VALUE "N".
018700 01  WS-IN-BATCH-SWITCH        PIC X(01)  VALUE "N".
018800     88  INSIDE-A-BATCH                   VALUE "Y".
018900     88  OUTSIDE-A-BATCH                  VALUE "N".
019000 01  WS-BANK-TRAILER-SWITCH    PIC X(01)  VALUE "N".
019100     88  BANK-TRAILER-SEEN                VALUE "Y".
019200     88  BANK-TRAILER-NOT-SEEN            VALUE "N".
019300 01  WS-BANK-ID                PIC X(10)  VALUE SPACES.
019400 01  WS-LOCKBOX-NUMBER         PIC X(07)  VALUE SPACES.
019500 01  WS-DEPOSIT-DATE           PIC 9(08)  VALUE ZERO.
019600 01  WS-CURRENT-BATCH          PIC 9(04)  VALUE ZERO.
019700 01  WS-BATCH-ITEM-COUNT       PIC 9(05)  VALUE ZERO.
019800 01  WS-BATCH-AMOUNT           PIC 9(11)V99 VALUE ZERO.
019900 01  WS-DEPOSIT-BATCH-COUNT    PIC 9(04)  VALUE ZERO.
020000 01  WS-DEPOSIT-ITEM-COUNT     PIC 9(07)  VALUE ZERO.
020100 01  WS-DEPOSIT-AMOUNT         PIC 9(11)V99 VALUE ZERO.
020200 01  WS-BANK-RECORD-COUNT      PIC 9(07)  VALUE ZERO.
020300 01  WS-BANK-FAULT-TEXT        PIC X(80)  VALUE SPACES.
020400 01  WS-BANK-FAULT-COUNT       PIC 9(05)  VALUE ZERO.
020500
020600*    THE CUSTOMER A PAYMENT OR CARD IS FOR, AND WHAT BECAME OF
020700*    IT.  ONLY AN ACTIVE OR HELD ACCOUNT TAKES A CREDIT - THE
020800*    POSTING RUN ACCEPTS PAYMENTS ON A COLLECTIONS HOLD.
020900 01  WS-CUSTOMER-WORK.
021000     COPY CUSTREC.
021100 01  WS-MATCH-SWITCH           PIC X(01)  VALUE SPACE.
021200     88  PAYMENT-MATCHED                  VALUE "M".
021300     88  PAYMENT-NO-MATCH                 VALUE "N".
021400     88  PAYMENT-NOT-ACTIVE               VALUE "I".
021450     88  PAYMENT-LOOKUP-FAILED            VALUE "F".
021500 01  WS-CREDIT-AMOUNT          PIC 9(09)V99 VALUE ZERO.
021600 01  WS-CREDIT-REFERENCE.
021700     05  FILLER                PIC X(03)  VALUE "LBX".
021800     05  WS-CREDIT-DEPOSIT-DATE PIC 9(08) VALUE ZERO.
021900     05  WS-CREDIT-BATCH       PIC 9(04)  VALUE ZERO.
022000     05  WS-CREDIT-SEQUENCE    PIC 9(05)  VALUE ZERO.
022100 01  WS-CREDIT-DESCRIPTION     PIC X(76)  VALUE SPACES.
022200
022300*    OUTBOUND DETAIL AND CONTROL RECORDS, BUILT HERE AND MOVED
022400*    TO THE 132-BYTE LBXTRAN RECORD AS FINCHRG BUILDS FINTRAN.
022500 01  WS-TRAN-WORK.
022600     COPY TRANREC.
022700 01  WS-CONTROL-WORK.
022800     COPY CTLREC.
022900 01  WS-HASH-OUT               PIC 9(13)V99 VALUE ZERO.
023000 01  WS-TYPE-TOTALS-OUT.
023100     05  WS-TYPE-OUT-ENTRY OCCURS 4 TIMES.
023200         10  WS-TYPE-OUT-COUNT     PIC 9(07).
023300         10  WS-TYPE-OUT-AMOUNT    PIC 9(11)V99.
023400 01  WS-TYPE-SUB               PIC S9(04) COMP VALUE ZERO.
023500
023600*    DEPOSIT PROOF AND CARD TOTALS FOR THE JOB REPORT
023700 01  WS-APPLIED-COUNT          PIC 9(07)  VALUE ZERO.
023800 01  WS-APPLIED-AMOUNT         PIC 9(11)V99 VALUE ZERO.
023900 01  WS-UNAPPLIED-COUNT        PIC 9(07)  VALUE ZERO.
024000 01  WS-UNAPPLIED-AMOUNT       PIC 9(11)V99 VALUE ZERO.
024100 01  WS-PROOF-AMOUNT           PIC 9(11)V99 VALUE ZERO.
024200 01  WS-CARDS-READ             PIC 9(05)  VALUE ZERO.
024300 01  WS-CARDS-APPLIED          PIC 9(05)  VALUE ZERO.
024400 01  WS-CARDS-REJECTED         PIC 9(05)  VALUE ZERO.
024500 01  WS-CARDS-AMOUNT           PIC 9(11)V99 VALUE ZERO.
024600 01  WS-OPEN-UNAPPLIED-COUNT   PIC 9(07)  VALUE ZERO.
024700 01  WS-OPEN-UNAPPLIED-AMOUNT  PIC 9(11)V99 VALUE ZERO.
024800 01  WS-ITEM-AGE-DAYS          PIC S9(05) VALUE ZERO.
024900 01  WS-TOTAL-EDIT             PIC Z(11)9.99.
025000
025100*    RUN-CONTROL CONTROLS IN THE TEMPLATE.COB STYLE.  PAYMENTS
025200*    ARE MATCHED AGAINST THE MASTER AS THE NIGHT'S POSTING RUN
025300*    LEFT IT, SO THE POSTING RUN IS THE PREDECESSOR; THE
025400*    ALREADY-RAN-CLEAN REFUSAL KEEPS ONE DEPOSIT FROM BEING
025500*    CUT TWICE.
025600 01  WS-RUN-CONTROL-STATUS     PIC X(02)  VALUE SPACES.
025700 01  WS-PREDECESSOR-ID         PIC X(08)  VALUE "TEMPLATE".
025800 01  WS-RUN-CONTROL-EOF-SWITCH PIC X(01)  VALUE "N".
025900     88  RUN-CONTROL-EOF                  VALUE "Y".
026000     88  RUN-CONTROL-NOT-EOF              VALUE "N".
026100 01  WS-PRED-CLEAN-SWITCH      PIC X(01)  VALUE "N".
026200     88  PREDECESSOR-ENDED-CLEAN          VALUE "Y".
026300     88  PREDECESSOR-NOT-ENDED            VALUE "N".
026400 01  WS-SELF-CLEAN-SWITCH      PIC X(01)  VALUE "N".
026500     88  ALREADY-RAN-CLEAN                VALUE "Y".
026600     88  NOT-YET-RAN-CLEAN                VALUE "N".
026700 01  WS-START-ROW-SWITCH       PIC X(01)  VALUE "N".
026800     88  START-ROW-WRITTEN                VALUE "Y".
026900     88  START-ROW-NOT-WRITTEN            VALUE "N".
027000
027100*    SHOP MESSAGE FACILITY CONTROLS.  SERIOUS CONDITIONS GO
027200*    OUT THROUGH MSGWRITE TO THE CONSOLE AND THE DATED
027300*    MESSAGE FILE READ BY THE EXCPRPT EXCEPTION REPORT.
027400 01  WS-MESSAGE-AREA.
027500     COPY MSGCOMM.
027600
027700*    CENTRALIZED DATE-WINDOW/CENTURY CONTROLS
027800     COPY DATEUTIL.
027900
028000*    OUTBOUND SUBPROGRAM CALL CONTROLS
028100 01  WS-COMM-AREA.
028200     COPY COMMAREA.
028300
028400*    RUN-SUMMARY BANNER CONTROLS
028500 01  WS-RUN-START-TIME.
028600     05  WS-START-HH           PIC 99     VALUE ZERO.
028700     05  WS-START-MM           PIC 99     VALUE ZERO.
028800     05  WS-START-SS           PIC 99     VALUE ZERO.
028900     05  WS-START-HS           PIC 99     VALUE ZERO.
029000 01  WS-RUN-STOP-TIME.
029100     05  WS-STOP-HH            PIC 99     VALUE ZERO.
029200     05  WS-STOP-MM            PIC 99     VALUE ZERO.
029300     05  WS-STOP-SS            PIC 99     VALUE ZERO.
029400     05  WS-STOP-HS            PIC 99     VALUE ZERO.
029500 01  WS-RECORDS-READ           PIC 9(09)  VALUE ZERO.
029600 01  WS-RECORDS-WRITTEN        PIC 9(09)  VALUE ZERO.
029700 01  WS-RECORDS-REJECTED       PIC 9(09)  VALUE ZERO.
029800 01  WS-BANNER-LINE            PIC X(132) VALUE SPACES.
029900
030000*    JOB REPORT LINE LAYOUTS (REPTFILE)
030100 01  WS-REPORT-HEADING-1.
030200     05  FILLER                PIC X(40)  VALUE
030300         "LOCKBOX BANK LOCKBOX INTERFACE - RUN ".
030400     05  RPT-HDG-RUN-DATE      PIC 9(08).
030500     05  FILLER                PIC X(02)  VALUE SPACES.
030600     05  RPT-HDG-MODE          PIC X(30).
030700     05  FILLER                PIC X(52)  VALUE SPACES.
030800 01  WS-REPORT-HEADING-2.
030900     05  FILLER                PIC X(07)  VALUE " BATCH".
031000     05  FILLER                PIC X(07)  VALUE " ITEM".
031100     05  FILLER                PIC X(22)  VALUE
031200         "ACCOUNT / CUSTOMER".
031300     05  FILLER                PIC X(32)  VALUE "NAME".
031400     05  FILLER                PIC X(14)  VALUE
031500         "        AMOUNT".
031600     05  FILLER                PIC X(12)  VALUE "CHECK".
031700     05  FILLER                PIC X(38)  VALUE "ACTION".
031800 01  WS-REPORT-DETAIL.
031900     05  FILLER                PIC X(01)  VALUE SPACE.
032000     05  RPT-BATCH             PIC 9(04).
032100     05  FILLER                PIC X(02)  VALUE SPACES.
032200     05  RPT-ITEM              PIC 9(05).
032300     05  FILLER                PIC X(02)  VALUE SPACES.
032400     05  RPT-ACCOUNT           PIC X(20).
032500     05  FILLER                PIC X(02)  VALUE SPACES.
032600     05  RPT-NAME              PIC X(30).
032700     05  FILLER                PIC X(02)  VALUE SPACES.
032800     05  RPT-AMOUNT            PIC Z(08)9.99.
032900     05  FILLER                PIC X(02)  VALUE SPACES.
033000     05  RPT-CHECK             PIC X(10).
033100     05  FILLER                PIC X(02)  VALUE SPACES.
033200     05  RPT-ACTION            PIC X(30).
033300     05  FILLER                PIC X(08)  VALUE SPACES.
033400
033500*    UNAPPLIED-CASH REPORT LINE LAYOUTS (UNAPRPT)
033600 01  WS-UNAPPLIED-HEADING-1.
033700     05  FILLER                PIC X(40)  VALUE
033800         "LOCKBOX UNAPPLIED CASH - AS OF RUN ".
033900     05  URP-HDG-RUN-DATE      PIC 9(08).
034000     05  FILLER                PIC X(02)  VALUE SPACES.
034100     05  URP-HDG-MODE          PIC X(30).
034200     05  FILLER                PIC X(52)  VALUE SPACES.
034300 01  WS-UNAPPLIED-HEADING-2.
034400     05  FILLER                PIC X(10)  VALUE " DEPOSIT".
034500     05  FILLER                PIC X(07)  VALUE "BATCH".
034600     05  FILLER                PIC X(07)  VALUE " ITEM".
034700     05  FILLER                PIC X(22)  VALUE "ACCOUNT ON STUB".
034800     05  FILLER                PIC X(27)  VALUE "REMITTER".
034900     05  FILLER                PIC X(12)  VALUE "CHECK".
035000     05  FILLER                PIC X(14)  VALUE
035100         "        AMOUNT".
035200     05  FILLER                PIC X(07)  VALUE "  DAYS".
035300     05  FILLER                PIC X(26)  VALUE "REASON".
035400 01  WS-UNAPPLIED-DETAIL.
035500     05  FILLER                PIC X(01)  VALUE SPACE.
035600     05  URP-DEPOSIT-DATE      PIC 9(08).
035700     05  FILLER                PIC X(02)  VALUE SPACES.
035800     05  URP-BATCH             PIC 9(04).
035900     05  FILLER                PIC X(02)  VALUE SPACES.
036000     05  URP-ITEM              PIC 9(05).
036100     05  FILLER                PIC X(02)  VALUE SPACES.
036200     05  URP-ACCOUNT           PIC X(20).
036300     05  FILLER                PIC X(02)  VALUE SPACES.
036400     05  URP-REMITTER          PIC X(25).
036500     05  FILLER                PIC X(02)  VALUE SPACES.
036600     05  URP-CHECK             PIC X(10).
036700     05  FILLER                PIC X(02)  VALUE SPACES.
036800     05  URP-AMOUNT            PIC Z(08)9.99.
036900     05  FILLER                PIC X(02)  VALUE SPACES.
037000     05  URP-AGE-DAYS          PIC ZZZZ9.
037100     05  FILLER                PIC X(02)  VALUE SPACES.
037200     05  URP-REASON            PIC X(20).
037300     05  FILLER                PIC X(06)  VALUE SPACES.
037400
037500 PROCEDURE DIVISION.
037600 PROGRAM-BEGIN.
037700    	PERFORM OPENING-PROCEDURE.
037800    	PERFORM MAIN-PROCESS.
037900    	PERFORM CLOSING-PROCEDURE.
038000    	PERFORM PROGRAM-DONE.
038100
038200 PROGRAM-EXIT.
038300    	EXIT PROGRAM.
038400
038500 PROGRAM-DONE.
038600    	MOVE WS-RETURN-CODE TO RETURN-CODE.
038700    	STOP RUN.
038800
038900*    THE BANK FILE IS PROVEN BEFORE ANY OUTPUT IS OPENED, SO A
039000*    DEPOSIT THAT DOES NOT BALANCE LEAVES NO CREDIT FILE AND NO
039100*    UNAPPLIED CASH BEHIND IT.
039200 OPENING-PROCEDURE.
039300    	ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
039400    	ACCEPT WS-RUN-START-TIME FROM TIME.
039500    	PERFORM READ-PARM-RECORD.
039600    	PERFORM EDIT-PARM-FIELDS.
039700    	PERFORM OPEN-REPORT-FILE.
039800    	PERFORM WRITE-REPORT-HEADING.
039900    	PERFORM VERIFY-RUN-DATE.
040000    	IF NOT PARM-MODE-TEST
040100    	PERFORM CHECK-RUN-CONTROL
040200    	PERFORM WRITE-RUN-CONTROL-START
040300    	END-IF.
040400    	PERFORM PROVE-LOCKBOX-FILE.
040500    	PERFORM OPEN-UNAPPLIED-FILE.
040600    	PERFORM OPEN-TRAN-FILE.
040700
040800 READ-PARM-RECORD.
040900    	OPEN INPUT PARM-FILE.
041000    	MOVE "PARM-FILE" TO WS-CHECK-FILE-NAME.
041100    	MOVE WS-PARM-STATUS TO WS-CHECK-FILE-STATUS.
041200    	PERFORM FILE-STATUS-CHECK.
041300    	READ PARM-FILE.
041400    	MOVE WS-PARM-STATUS TO WS-CHECK-FILE-STATUS.
041500    	PERFORM FILE-STATUS-CHECK.
041600    	CLOSE PARM-FILE.
041700    	MOVE WS-PARM-STATUS TO WS-CHECK-FILE-STATUS.
041800    	PERFORM FILE-STATUS-CHECK.
041900
042000 EDIT-PARM-FIELDS.
042100    	IF PARM-RUN-DATE IS NUMERIC
042200    	MOVE PARM-RUN-DATE TO WS-RUN-DATE-NUM
042300    	ELSE
042400    	MOVE WS-CURRENT-DATE TO WS-RUN-DATE-NUM
042500    	END-IF.
042600    	COMPUTE WS-RUN-DATE-INT =
042700    	    FUNCTION INTEGER-OF-DATE(WS-RUN-DATE-NUM).
042800
042900 OPEN-REPORT-FILE.
043000    	OPEN OUTPUT REPORT-FILE.
043100    	MOVE "REPORT-FILE" TO WS-CHECK-FILE-NAME.
043200    	MOVE WS-REPORT-STATUS TO WS-CHECK-FILE-STATUS.
043300    	PERFORM FILE-STATUS-CHECK.
043400
043500 WRITE-REPORT-HEADING.
043600    	MOVE WS-RUN-DATE-NUM TO RPT-HDG-RUN-DATE.
043700    	IF PARM-MODE-TEST
043800    	MOVE "TEST MODE - NO FILE CUT" TO RPT-HDG-MODE
043900    	ELSE
044000    	MOVE SPACES TO RPT-HDG-MODE
044100    	END-IF.
044200    	MOVE WS-REPORT-HEADING-1 TO REPORT-RECORD.
044300    	PERFORM WRITE-REPORT-LINE.
044400    	MOVE SPACES TO REPORT-RECORD.
044500    	PERFORM WRITE-REPORT-LINE.
044600
044700*    THE BANK DEPOSITS ON BUSINESS DAYS ONLY, SO THE RUN DATE
044800*    MUST BE ONE ON THE CALENDAR (CALNDR).  THE SAME PASS OF
044900*    THE CALENDAR FINDS THE NEXT BUSINESS DAY, WHICH DATES THE
045000*    CREDIT FILE, AS IN FINCHRG.
045100 VERIFY-RUN-DATE.
045200    	OPEN INPUT CALENDAR-FILE.
045300    	IF WS-CALENDAR-STATUS = "35"
045400    	MOVE "M001" TO MSG-NUMBER
045500    	SET MSG-SEVERITY-ERROR TO TRUE
045600    	MOVE "RUN REFUSED - NO BUSINESS-DAY CALENDAR (CALNDR)"
045700    	    TO MSG-TEXT
045800    	PERFORM LOG-OPERATOR-MESSAGE
045900    	PERFORM REFUSE-THE-RUN
046000    	END-IF.
046100    	MOVE "CALENDAR-FILE" TO WS-CHECK-FILE-NAME.
046200    	MOVE WS-CALENDAR-STATUS TO WS-CHECK-FILE-STATUS.
046300    	PERFORM FILE-STATUS-CHECK.
046400    	PERFORM READ-CALENDAR-RECORD.
046500    	PERFORM LOOK-FOR-RUN-DATE
046600    	    UNTIL CAL-DATE-FOUND OR CALENDAR-EOF.
046700    	IF CAL-DATE-FOUND
046800    	MOVE CAL-DAY-TYPE TO WS-RUN-DAY-TYPE
046900    	PERFORM READ-CALENDAR-RECORD
047000    	PERFORM LOOK-FOR-POSTING-DATE
047100    	    UNTIL WS-POSTING-DATE > ZERO OR CALENDAR-EOF
047200    	END-IF.
047300    	CLOSE CALENDAR-FILE.
047400    	MOVE WS-CALENDAR-STATUS TO WS-CHECK-FILE-STATUS.
047500    	PERFORM FILE-STATUS-CHECK.
047600    	PERFORM CHECK-CALENDAR-RULES.
047700
047800 READ-CALENDAR-RECORD.
047900    	READ CALENDAR-FILE
048000    	AT END
048100    	SET CALENDAR-EOF TO TRUE
048200    	END-READ.
048300    	IF CALENDAR-NOT-EOF
048400    	MOVE "CALENDAR-FILE" TO WS-CHECK-FILE-NAME
048500    	MOVE WS-CALENDAR-STATUS TO WS-CHECK-FILE-STATUS
048600    	PERFORM FILE-STATUS-CHECK
048700    	END-IF.
048800
048900 LOOK-FOR-RUN-DATE.
049000    	MOVE CAL-DATE TO WS-CAL-DATE-X.
049100    	IF WS-CAL-DATE-X = PARM-RUN-DATE
049200    	SET CAL-DATE-FOUND TO TRUE
049300    	ELSE
049400    	PERFORM READ-CALENDAR-RECORD
049500    	END-IF.
049600
049700 LOOK-FOR-POSTING-DATE.
049800    	IF CAL-BUSINESS-DAY AND CAL-DATE > WS-RUN-DATE-NUM
049900    	MOVE CAL-DATE TO WS-POSTING-DATE
050000    	ELSE
050100    	PERFORM READ-CALENDAR-RECORD
050200    	END-IF.
050300
050400 CHECK-CALENDAR-RULES.
050500    	IF CAL-DATE-NOT-FOUND
050600    	MOVE "M002" TO MSG-NUMBER
050700    	SET MSG-SEVERITY-ERROR TO TRUE
050800    	MOVE SPACES TO MSG-TEXT
050900    	STRING "RUN REFUSED - RUN DATE " PARM-RUN-DATE
051000    	    " NOT ON BUSINESS-DAY CALENDAR"
051100    	    DELIMITED BY SIZE INTO MSG-TEXT
051200    	PERFORM LOG-OPERATOR-MESSAGE
051300    	PERFORM REFUSE-THE-RUN
051400    	END-IF.
051500    	IF NOT RUN-DAY-BUSINESS-DAY
051600    	MOVE "M003" TO MSG-NUMBER
051700    	SET MSG-SEVERITY-ERROR TO TRUE
051800    	MOVE SPACES TO MSG-TEXT
051900    	STRING "RUN REFUSED - " PARM-RUN-DATE
052000    	    " IS NOT A BUSINESS DAY"
052100    	    DELIMITED BY SIZE INTO MSG-TEXT
052200    	PERFORM LOG-OPERATOR-MESSAGE
052300    	PERFORM REFUSE-THE-RUN
052400    	END-IF.
052500    	IF WS-POSTING-DATE = ZERO
052600    	MOVE "M002" TO MSG-NUMBER
052700    	SET MSG-SEVERITY-ERROR TO TRUE
052800    	MOVE SPACES TO MSG-TEXT
052900    	STRING "RUN REFUSED - NO BUSINESS DAY AFTER "
053000    	    PARM-RUN-DATE " ON CALENDAR TO POST PAYMENTS"
053100    	    DELIMITED BY SIZE INTO MSG-TEXT
053200    	PERFORM LOG-OPERATOR-MESSAGE
053300    	PERFORM REFUSE-THE-RUN
053400    	END-IF.
053500
053600*    FIRST PASS OF THE BANK FILE: CONTROLS ONLY.  A NIGHT WITH
053700*    NO DEPOSIT HAS NO LBXFILE (STATUS 35) AND STILL RUNS, SO
053800*    THE APPLY CARDS ARE TAKEN AND AN EMPTY CREDIT FILE IS CUT
053900*    FOR THE POSTING RUN.  A FILE WITHOUT ITS HEADER, OR FOR
054000*    ANOTHER DAY'S DEPOSIT, IS REFUSED AS A STALE TRANSFER IS
054100*    IN TEMPLATE.COB; ONE THAT DOES NOT BALANCE IS REFUSED
054200*    WITH EVERY FAULT LISTED.
054300 PROVE-LOCKBOX-FILE.
054400    	OPEN INPUT LOCKBOX-FILE.
054500    	IF WS-LOCKBOX-STATUS = "35"
054600    	SET LOCKBOX-FILE-ABSENT TO TRUE
054700    	MOVE SPACES TO WS-LOCKBOX-STATUS
054800    	MOVE " NO LOCKBOX FILE (LBXFILE) TONIGHT - NO DEPOSIT"
054900    	    TO REPORT-RECORD
055000    	PERFORM WRITE-REPORT-LINE
055100    	ELSE
055200    	MOVE "LOCKBOX-FILE" TO WS-CHECK-FILE-NAME
055300    	MOVE WS-LOCKBOX-STATUS TO WS-CHECK-FILE-STATUS
055400    	PERFORM FILE-STATUS-CHECK
055500    	PERFORM CHECK-LOCKBOX-HEADER
055600    	PERFORM READ-LOCKBOX-RECORD
055700    	PERFORM PROVE-ONE-LOCKBOX-RECORD UNTIL LOCKBOX-EOF
055800    	CLOSE LOCKBOX-FILE
055900    	MOVE WS-LOCKBOX-STATUS TO WS-CHECK-FILE-STATUS
056000    	PERFORM FILE-STATUS-CHECK
056100    	MOVE SPACES TO WS-LOCKBOX-STATUS
056200    	PERFORM CHECK-DEPOSIT-TOTALS
056300    	END-IF.
056400
056500 READ-LOCKBOX-RECORD.
056600    	READ LOCKBOX-FILE
056700    	AT END
056800    	SET LOCKBOX-EOF TO TRUE
056900    	END-READ.
057000    	IF LOCKBOX-NOT-EOF
057100    	MOVE "LOCKBOX-FILE" TO WS-CHECK-FILE-NAME
057200    	MOVE WS-LOCKBOX-STATUS TO WS-CHECK-FILE-STATUS
057300    	PERFORM FILE-STATUS-CHECK
057400    	ADD 1 TO WS-BANK-RECORD-COUNT
057500    	END-IF.
057600
057700 CHECK-LOCKBOX-HEADER.
057800    	PERFORM READ-LOCKBOX-RECORD.
057900    	IF LOCKBOX-EOF OR NOT LBX-FILE-HEADER
058000    	MOVE "M005" TO MSG-NUMBER
058100    	SET MSG-SEVERITY-ERROR TO TRUE
058200    	MOVE "RUN REFUSED - LOCKBOX FILE HAS NO BANK HEADER"
058300    	    TO MSG-TEXT
058400    	PERFORM LOG-OPERATOR-MESSAGE
058500    	PERFORM REFUSE-THE-RUN
058600    	END-IF.
058700    	MOVE LBX-BANK-ID TO WS-BANK-ID.
058800    	MOVE LBX-LOCKBOX-NUMBER TO WS-LOCKBOX-NUMBER.
058900    	IF LBX-DEPOSIT-DATE IS NUMERIC
059000    	MOVE LBX-DEPOSIT-DATE TO WS-DEPOSIT-DATE
059100    	END-IF.
059200    	IF WS-DEPOSIT-DATE NOT = WS-RUN-DATE-NUM
059300    	MOVE "M006" TO MSG-NUMBER
059400    	SET MSG-SEVERITY-ERROR TO TRUE
059500    	MOVE SPACES TO MSG-TEXT
059600    	STRING "RUN REFUSED - LOCKBOX DEPOSIT DATE "
059700    	    LBX-DEPOSIT-DATE " DOES NOT MATCH PARM RUN DATE "
059800    	    PARM-RUN-DATE
059900    	    DELIMITED BY SIZE INTO MSG-TEXT
060000    	PERFORM LOG-OPERATOR-MESSAGE
060100    	PERFORM REFUSE-THE-RUN
060200    	END-IF.
060300
060400*    ONE BANK RECORD AGAINST THE BATCH STRUCTURE.  ITEMS ARE
060500*    ADDED INTO THEIR BATCH AND THE DEPOSIT; EACH BATCH TOTAL
060600*    IS CHECKED AGAINST WHAT ITS ITEMS ADDED UP TO.
060700 PROVE-ONE-LOCKBOX-RECORD.
060800    	IF BANK-TRAILER-SEEN
060900    	MOVE "RECORD FOUND AFTER THE DEPOSIT TRAILER"
061000    	    TO WS-BANK-FAULT-TEXT
061100    	PERFORM NOTE-BANK-FAULT
061200    	END-IF.
061300    	IF LBX-FILE-HEADER
061400    	MOVE "SECOND BANK HEADER IN ONE FILE"
061500    	    TO WS-BANK-FAULT-TEXT
061600    	PERFORM NOTE-BANK-FAULT
061700    	END-IF.
061800    	IF LBX-BATCH-HEADER
061900    	PERFORM OPEN-BANK-BATCH
062000    	END-IF.
062100    	IF LBX-REMITTANCE
062200    	PERFORM ADD-BANK-REMITTANCE
062300    	END-IF.
062400    	IF LBX-BATCH-TOTAL
062500    	PERFORM CLOSE-BANK-BATCH
062600    	END-IF.
062700    	IF LBX-DEPOSIT-TRAILER
062800    	PERFORM CHECK-BANK-TRAILER
062900    	END-IF.
063000    	IF NOT LBX-FILE-HEADER AND
063100    	   NOT LBX-BATCH-HEADER AND
063200    	   NOT LBX-REMITTANCE AND
063300    	   NOT LBX-BATCH-TOTAL AND
063400    	   NOT LBX-DEPOSIT-TRAILER
063500    	MOVE SPACES TO WS-BANK-FAULT-TEXT
063600    	STRING "UNKNOWN BANK RECORD TYPE " LBX-RECORD-TYPE
063700    	    DELIMITED BY SIZE INTO WS-BANK-FAULT-TEXT
063800    	PERFORM NOTE-BANK-FAULT
063900    	END-IF.
064000    	PERFORM READ-LOCKBOX-RECORD.
064100
064200 OPEN-BANK-BATCH.
064300    	IF INSIDE-A-BATCH
064400    	MOVE SPACES TO WS-BANK-FAULT-TEXT
064500    	STRING "BATCH " WS-CURRENT-BATCH " HAS NO BATCH TOTAL"
064600    	    DELIMITED BY SIZE INTO WS-BANK-FAULT-TEXT
064700    	PERFORM NOTE-BANK-FAULT
064800    	END-IF.
064900    	IF LBX-BATCH-NUMBER NOT NUMERIC
065000    	MOVE "BATCH HEADER NUMBER NOT NUMERIC"
065100    	    TO WS-BANK-FAULT-TEXT
065200    	PERFORM NOTE-BANK-FAULT
065300    	MOVE ZERO TO WS-CURRENT-BATCH
065400    	ELSE
065500    	MOVE LBX-BATCH-NUMBER TO WS-CURRENT-BATCH
065600    	END-IF.
065700    	SET INSIDE-A-BATCH TO TRUE.
065800    	MOVE ZERO TO WS-BATCH-ITEM-COUNT.
065900    	MOVE ZERO TO WS-BATCH-AMOUNT.
066000    	ADD 1 TO WS-DEPOSIT-BATCH-COUNT.
066100
066200 ADD-BANK-REMITTANCE.
066300    	IF OUTSIDE-A-BATCH OR
066400    	   LBX-ITEM-BATCH NOT = WS-CURRENT-BATCH
066500    	MOVE SPACES TO WS-BANK-FAULT-TEXT
066600    	STRING "ITEM " LBX-ITEM-BATCH "/" LBX-ITEM-SEQUENCE
066700    	    " IS NOT INSIDE ITS BATCH"
066800    	    DELIMITED BY SIZE INTO WS-BANK-FAULT-TEXT
066900    	PERFORM NOTE-BANK-FAULT
067000    	END-IF.
067100    	IF LBX-ITEM-AMOUNT NOT NUMERIC OR
067200    	   LBX-ITEM-SEQUENCE NOT NUMERIC
067300    	MOVE SPACES TO WS-BANK-FAULT-TEXT
067400    	STRING "ITEM " LBX-ITEM-BATCH "/" LBX-ITEM-SEQUENCE
067500    	    " AMOUNT OR SEQUENCE NOT NUMERIC"
067600    	    DELIMITED BY SIZE INTO WS-BANK-FAULT-TEXT
067700    	PERFORM NOTE-BANK-FAULT
067800    	ELSE
067900    	ADD 1 TO WS-BATCH-ITEM-COUNT
068000    	ADD LBX-ITEM-AMOUNT TO WS-BATCH-AMOUNT
068100    	ADD 1 TO WS-DEPOSIT-ITEM-COUNT
068200    	ADD LBX-ITEM-AMOUNT TO WS-DEPOSIT-AMOUNT
068300    	END-IF.
068400
068500 CLOSE-BANK-BATCH.
068600    	IF OUTSIDE-A-BATCH OR
068700    	   LBX-TOTAL-BATCH NOT = WS-CURRENT-BATCH
068800    	MOVE SPACES TO WS-BANK-FAULT-TEXT
068900    	STRING "BATCH TOTAL " LBX-TOTAL-BATCH
069000    	    " DOES NOT CLOSE THE OPEN BATCH"
069100    	    DELIMITED BY SIZE INTO WS-BANK-FAULT-TEXT
069200    	PERFORM NOTE-BANK-FAULT
069300    	ELSE
069400    	IF LBX-TOTAL-ITEM-COUNT NOT NUMERIC OR
069500    	   LBX-TOTAL-AMOUNT NOT NUMERIC
069600    	MOVE SPACES TO WS-BANK-FAULT-TEXT
069700    	STRING "BATCH " WS-CURRENT-BATCH
069800    	    " TOTAL RECORD NOT NUMERIC"
069900    	    DELIMITED BY SIZE INTO WS-BANK-FAULT-TEXT
070000    	PERFORM NOTE-BANK-FAULT
070100    	ELSE
070200    	IF LBX-TOTAL-ITEM-COUNT NOT = WS-BATCH-ITEM-COUNT OR
070300    	   LBX-TOTAL-AMOUNT NOT = WS-BATCH-AMOUNT
070400    	MOVE WS-BATCH-AMOUNT TO WS-TOTAL-EDIT
070500    	MOVE SPACES TO WS-BANK-FAULT-TEXT
070600    	STRING "BATCH " WS-CURRENT-BATCH
070700    	    " OUT OF BALANCE - ITEMS " WS-BATCH-ITEM-COUNT
070800    	    " ADD TO " WS-TOTAL-EDIT
070900    	    DELIMITED BY SIZE INTO WS-BANK-FAULT-TEXT
071000    	PERFORM NOTE-BANK-FAULT
071100    	END-IF
071200    	END-IF
071300    	END-IF.
071400    	SET OUTSIDE-A-BATCH TO TRUE.
071500
071600 CHECK-BANK-TRAILER.
071700    	SET BANK-TRAILER-SEEN TO TRUE.
071800    	IF INSIDE-A-BATCH
071900    	MOVE SPACES TO WS-BANK-FAULT-TEXT
072000    	STRING "BATCH " WS-CURRENT-BATCH " HAS NO BATCH TOTAL"
072100    	    DELIMITED BY SIZE INTO WS-BANK-FAULT-TEXT
072200    	PERFORM NOTE-BANK-FAULT
072300    	SET OUTSIDE-A-BATCH TO TRUE
072400    	END-IF.
072500    	IF LBX-DEPOSIT-BATCH-COUNT NOT NUMERIC OR
072600    	   LBX-DEPOSIT-ITEM-COUNT NOT NUMERIC OR
072700    	   LBX-DEPOSIT-TOTAL NOT NUMERIC
072800    	MOVE "DEPOSIT TRAILER NOT NUMERIC" TO WS-BANK-FAULT-TEXT
072900    	PERFORM NOTE-BANK-FAULT
073000    	ELSE
073100    	IF LBX-DEPOSIT-BATCH-COUNT
073200    	       NOT = WS-DEPOSIT-BATCH-COUNT OR
073300    	   LBX-DEPOSIT-ITEM-COUNT NOT = WS-DEPOSIT-ITEM-COUNT
073400    	MOVE SPACES TO WS-BANK-FAULT-TEXT
073500    	STRING "DEPOSIT TRAILER COUNTS " LBX-DEPOSIT-BATCH-COUNT
073600    	    "/" LBX-DEPOSIT-ITEM-COUNT " - FILE HOLDS "
073700    	    WS-DEPOSIT-BATCH-COUNT "/" WS-DEPOSIT-ITEM-COUNT
073800    	    DELIMITED BY SIZE INTO WS-BANK-FAULT-TEXT
073900    	PERFORM NOTE-BANK-FAULT
074000    	END-IF
074100    	IF LBX-DEPOSIT-TOTAL NOT = WS-DEPOSIT-AMOUNT
074200    	MOVE WS-DEPOSIT-AMOUNT TO WS-TOTAL-EDIT
074300    	MOVE SPACES TO WS-BANK-FAULT-TEXT
074400    	STRING "DEPOSIT TOTAL DOES NOT MATCH - ITEMS ADD TO "
074500    	    WS-TOTAL-EDIT
074600    	    DELIMITED BY SIZE INTO WS-BANK-FAULT-TEXT
074700    	PERFORM NOTE-BANK-FAULT
074800    	END-IF
074900    	END-IF.
075000
075100 NOTE-BANK-FAULT.
075200    	SET BANK-FILE-OUT-OF-BALANCE TO TRUE.
075300    	ADD 1 TO WS-BANK-FAULT-COUNT.
075400    	MOVE SPACES TO WS-BANNER-LINE.
075500    	STRING " LOCKBOX FILE RECORD " WS-BANK-RECORD-COUNT ": "
075600    	    WS-BANK-FAULT-TEXT
075700    	    DELIMITED BY SIZE INTO WS-BANNER-LINE.
075800    	MOVE WS-BANNER-LINE TO REPORT-RECORD.
075900    	PERFORM WRITE-REPORT-LINE.
076000
076100*    THE BANK'S OWN CONTROLS, AS PROVEN.  A FILE CUT OFF
076200*    BEFORE ITS TRAILER IS OUT OF BALANCE BY DEFINITION.
076300 CHECK-DEPOSIT-TOTALS.
076400    	IF BANK-TRAILER-NOT-SEEN
076500    	MOVE "NO DEPOSIT TRAILER - FILE IS INCOMPLETE"
076600    	    TO WS-BANK-FAULT-TEXT
076700    	PERFORM NOTE-BANK-FAULT
076800    	END-IF.
076900    	MOVE WS-DEPOSIT-AMOUNT TO WS-TOTAL-EDIT.
077000    	MOVE SPACES TO WS-BANNER-LINE.
077100    	STRING " BANK: " WS-BANK-ID
077200    	    "   LOCKBOX: " WS-LOCKBOX-NUMBER
077300    	    "   DEPOSIT DATE: " WS-DEPOSIT-DATE
077400    	    "   BATCHES: " WS-DEPOSIT-BATCH-COUNT
077500    	    "   ITEMS: " WS-DEPOSIT-ITEM-COUNT
077600    	    "   DEPOSIT: " WS-TOTAL-EDIT
077700    	    DELIMITED BY SIZE INTO WS-BANNER-LINE.
077800    	MOVE WS-BANNER-LINE TO REPORT-RECORD.
077900    	PERFORM WRITE-REPORT-LINE.
078000    	IF BANK-FILE-OUT-OF-BALANCE
078100    	MOVE "M023" TO MSG-NUMBER
078200    	SET MSG-SEVERITY-ERROR TO TRUE
078300    	MOVE SPACES TO MSG-TEXT
078400    	STRING "OUT OF BALANCE - LOCKBOX DEPOSIT "
078500    	    WS-DEPOSIT-DATE
078600    	    " FAILS BANK CONTROLS, " WS-BANK-FAULT-COUNT
078700    	    " FAULTS - NOTHING APPLIED"
078800    	    DELIMITED BY SIZE INTO MSG-TEXT
078900    	PERFORM LOG-OPERATOR-MESSAGE
079000    	PERFORM REFUSE-THE-RUN
079100    	END-IF.
079200
079300*    THE UNAPPLIED-CASH FILE CARRIES FROM NIGHT TO NIGHT AND IS
079400*    OPENED FOR UPDATE; A TEST RUN ONLY READS IT.  AN ABSENT
079500*    FILE (STATUS 35) IS CREATED EMPTY, AS THE POSTING RUN
079600*    CREATES THE OPEN-ITEM LEDGER, AND A TEST RUN AGAINST ONE
079700*    SIMPLY HAS NO UNAPPLIED CASH TO APPLY.
079800 OPEN-UNAPPLIED-FILE.
079900    	IF PARM-MODE-TEST
080000    	OPEN INPUT UNAPPLIED-FILE
080100    	IF WS-UNAPPLIED-STATUS = "35"
080200    	SET UNAPPLIED-FILE-ABSENT TO TRUE
080300    	MOVE SPACES TO WS-UNAPPLIED-STATUS
080400    	END-IF
080500    	ELSE
080600    	OPEN I-O UNAPPLIED-FILE
080700    	IF WS-UNAPPLIED-STATUS = "35"
080800    	OPEN OUTPUT UNAPPLIED-FILE
080900    	CLOSE UNAPPLIED-FILE
081000    	OPEN I-O UNAPPLIED-FILE
081100    	END-IF
081200    	END-IF.
081300    	IF WS-UNAPPLIED-STATUS NOT = SPACES
081400    	MOVE "UNAPPLIED-FILE" TO WS-CHECK-FILE-NAME
081500    	MOVE WS-UNAPPLIED-STATUS TO WS-CHECK-FILE-STATUS
081600    	PERFORM FILE-STATUS-CHECK
081700    	END-IF.
081800
081900*    THE CREDIT FILE OPENS WITH ITS CONTROL HEADER, DATED FOR
082000*    THE NIGHT TRANMRG MERGES IT INTO THE POSTING RUN'S
082100*    TRANFILE.  A TEST RUN CUTS NO FILE AT ALL.
082200 OPEN-TRAN-FILE.
082300    	IF NOT PARM-MODE-TEST
082400    	OPEN OUTPUT TRAN-FILE
082500    	MOVE "TRAN-FILE" TO WS-CHECK-FILE-NAME
082600    	MOVE WS-TRAN-STATUS TO WS-CHECK-FILE-STATUS
082700    	PERFORM FILE-STATUS-CHECK
082800    	MOVE SPACES TO WS-CONTROL-WORK
082900    	MOVE "HDR" TO CTL-RECORD-TYPE
083000    	MOVE WS-POSTING-DATE TO CTL-RUN-DATE
083100    	MOVE ZERO TO CTL-RECORD-COUNT
083200    	MOVE ZERO TO CTL-AMOUNT-HASH
083300    	INITIALIZE CTL-TYPE-TOTALS
083400    	MOVE WS-CONTROL-WORK TO TRAN-RECORD
083500    	PERFORM WRITE-TRAN-RECORD
083600    	END-IF.
083700
083800*    YESTERDAY'S TRACED CASH FIRST, THEN TONIGHT'S DEPOSIT, THEN
083900*    THE UNAPPLIED-CASH REPORT AS THE FILE NOW STANDS.
084000 MAIN-PROCESS.
084100    	INITIALIZE WS-TYPE-TOTALS-OUT.
084200    	PERFORM APPLY-UNAPPLIED-CASH.
084300    	IF LOCKBOX-FILE-PRESENT AND NO-ABEND-OCCURRED
084400    	PERFORM APPLY-LOCKBOX-DEPOSIT
084500    	END-IF.
084600    	IF NO-ABEND-OCCURRED
084610    	SET DEPOSIT-PROOF-COMPLETE TO TRUE
084620    	PERFORM CHECK-DEPOSIT-PROOF
084630    	END-IF.
084800    	PERFORM WRITE-UNAPPLIED-REPORT.
084900
085000*    APPLY CARDS.  AN ABSENT LBXAPPLY MEANS NO CARDS TONIGHT.
085100*    A CARD THAT CANNOT BE APPLIED IS LISTED AND LEFT FOR THE
085200*    CREDIT DESK; THE CASH STAYS UNAPPLIED.
085300 APPLY-UNAPPLIED-CASH.
085400    	OPEN INPUT APPLY-CARD-FILE.
085500    	IF WS-APPLY-CARD-STATUS = "35"
085600    	SET APPLY-CARD-EOF TO TRUE
085700    	MOVE SPACES TO WS-APPLY-CARD-STATUS
085800    	ELSE
085900    	MOVE "APPLY-CARD-FILE" TO WS-CHECK-FILE-NAME
086000    	MOVE WS-APPLY-CARD-STATUS TO WS-CHECK-FILE-STATUS
086100    	PERFORM FILE-STATUS-CHECK
086200    	MOVE SPACES TO REPORT-RECORD
086300    	PERFORM WRITE-REPORT-LINE
086400    	MOVE " UNAPPLIED CASH APPLY CARDS" TO REPORT-RECORD
086500    	PERFORM WRITE-REPORT-LINE
086600    	MOVE WS-REPORT-HEADING-2 TO REPORT-RECORD
086700    	PERFORM WRITE-REPORT-LINE
086800    	PERFORM READ-APPLY-CARD
086900    	PERFORM APPLY-ONE-CARD
086950    	    UNTIL APPLY-CARD-EOF OR ABEND-OCCURRED
087000    	CLOSE APPLY-CARD-FILE
087100    	MOVE WS-APPLY-CARD-STATUS TO WS-CHECK-FILE-STATUS
087200    	PERFORM FILE-STATUS-CHECK
087300    	MOVE SPACES TO WS-APPLY-CARD-STATUS
087400    	END-IF.
087500
087600 READ-APPLY-CARD.
087700    	READ APPLY-CARD-FILE
087800    	AT END
087900    	SET APPLY-CARD-EOF TO TRUE
088000    	END-READ.
088100    	IF APPLY-CARD-NOT-EOF
088200    	MOVE "APPLY-CARD-FILE" TO WS-CHECK-FILE-NAME
088300    	MOVE WS-APPLY-CARD-STATUS TO WS-CHECK-FILE-STATUS
088400    	PERFORM FILE-STATUS-CHECK
088500    	ADD 1 TO WS-RECORDS-READ
088600    	END-IF.
088700
088800*    THE CARD MUST NAME AN UNAPPLIED ITEM STILL OPEN ON THE
088900*    FILE AND A CUSTOMER THAT CAN TAKE A CREDIT.  CHECKS RUN IN
089000*    ORDER AND THE FIRST FAILURE NAMES THE REJECTION.
089100 APPLY-ONE-CARD.
089200    	ADD 1 TO WS-CARDS-READ.
089300    	MOVE SPACES TO WS-REPORT-DETAIL.
089400    	MOVE SPACES TO RPT-ACTION.
089500    	IF LBA-ITEM-KEY NOT NUMERIC OR LBA-CUST-KEY = SPACES
089600    	MOVE "REJECTED - INVALID CARD" TO RPT-ACTION
089700    	ELSE
089800    	MOVE LBA-BATCH-NUMBER TO RPT-BATCH
089900    	MOVE LBA-ITEM-SEQUENCE TO RPT-ITEM
090000    	PERFORM READ-UNAPPLIED-ITEM
090100    	END-IF.
090200    	IF RPT-ACTION = SPACES
090300    	MOVE UNA-AMOUNT TO RPT-AMOUNT
090400    	MOVE UNA-CHECK-NUMBER TO RPT-CHECK
090500    	MOVE LBA-CUST-KEY TO CA-KEY
090600    	PERFORM LOOK-UP-CUSTOMER
090700    	MOVE CUST-NAME TO RPT-NAME
090800    	IF PAYMENT-NO-MATCH
090900    	MOVE "REJECTED - CUSTOMER NOT FOUND" TO RPT-ACTION
091000    	END-IF
091100    	IF PAYMENT-NOT-ACTIVE
091200    	MOVE "REJECTED - CUSTOMER NOT ACTIVE" TO RPT-ACTION
091300    	END-IF
091310    	IF PAYMENT-LOOKUP-FAILED
091320    	MOVE "REJECTED - LOOKUP FAILED" TO RPT-ACTION
091330    	END-IF
091400    	END-IF.
091500    	MOVE LBA-CUST-KEY TO RPT-ACCOUNT.
091600    	IF RPT-ACTION = SPACES
091700    	PERFORM APPLY-CARD-CREDIT
091800    	ELSE
091900    	ADD 1 TO WS-CARDS-REJECTED
092000    	ADD 1 TO WS-RECORDS-REJECTED
092100    	IF WS-RETURN-CODE < 4
092200    	SET WS-RC-WARNING TO TRUE
092300    	END-IF
092400    	END-IF.
092500    	MOVE WS-REPORT-DETAIL TO REPORT-RECORD.
092600    	PERFORM WRITE-REPORT-LINE.
092700    	PERFORM READ-APPLY-CARD.
092800
092900 READ-UNAPPLIED-ITEM.
093000    	IF UNAPPLIED-FILE-ABSENT
093100    	MOVE "REJECTED - NO SUCH ITEM" TO RPT-ACTION
093200    	ELSE
093300    	MOVE LBA-ITEM-KEY TO UNA-ITEM-KEY
093400    	READ UNAPPLIED-FILE
093500    	IF WS-UNAPPLIED-STATUS = "23"
093600    	MOVE "REJECTED - NO SUCH ITEM" TO RPT-ACTION
093700    	ELSE
093800    	MOVE "UNAPPLIED-FILE" TO WS-CHECK-FILE-NAME
093900    	MOVE WS-UNAPPLIED-STATUS TO WS-CHECK-FILE-STATUS
094000    	PERFORM FILE-STATUS-CHECK
094100    	IF UNA-ITEM-APPLIED
094110    	PERFORM CHECK-APPLIED-ITEM
094300    	END-IF
094400    	END-IF
094500    	END-IF.
094510
094520*    AN ITEM ALREADY APPLIED IS REFUSED - UNLESS AN EARLIER RUN
094530*    TONIGHT APPLIED IT TO THIS SAME CUSTOMER AND THEN ABENDED.
094540*    THAT RUN'S LBXTRAN WAS CUT AGAIN FROM THE TOP, SO THE
094550*    CREDIT IS CUT AGAIN WITH IT.  A REPEATED CARD IN THIS RUN
094560*    FINDS ITS OWN START TIME ON THE ROW AND IS STILL REFUSED.
094570 CHECK-APPLIED-ITEM.
094580    	IF UNA-APPLIED-DATE NOT = WS-RUN-DATE-NUM OR
094590    	   UNA-APPLIED-CUST-KEY NOT = LBA-CUST-KEY OR
094592    	   UNA-APPLIED-RUN-TIME = WS-RUN-START-TIME
094594    	MOVE "REJECTED - ALREADY APPLIED" TO RPT-ACTION
094596    	END-IF.
094600
094700*    THE CREDIT CARRIES THE SAME LBX REFERENCE IT WOULD HAVE
094800*    CARRIED ON ITS DEPOSIT NIGHT, AND THE UNAPPLIED ROW IS
094900*    KEPT, MARKED WITH THE CUSTOMER IT WENT TO.
095000 APPLY-CARD-CREDIT.
095100    	ADD 1 TO WS-CARDS-APPLIED.
095200    	ADD UNA-AMOUNT TO WS-CARDS-AMOUNT.
095300    	IF PARM-MODE-TEST
095400    	MOVE "WOULD APPLY" TO RPT-ACTION
095500    	ELSE
095600    	MOVE "APPLIED FROM UNAPPLIED" TO RPT-ACTION
095700    	MOVE UNA-AMOUNT TO WS-CREDIT-AMOUNT
095800    	MOVE UNA-DEPOSIT-DATE TO WS-CREDIT-DEPOSIT-DATE
095900    	MOVE UNA-BATCH-NUMBER TO WS-CREDIT-BATCH
096000    	MOVE UNA-ITEM-SEQUENCE TO WS-CREDIT-SEQUENCE
096100    	MOVE SPACES TO WS-CREDIT-DESCRIPTION
096200    	STRING "LOCKBOX UNAPPLIED CASH CHECK " UNA-CHECK-NUMBER
096300    	    DELIMITED BY SIZE INTO WS-CREDIT-DESCRIPTION
096400    	PERFORM WRITE-CREDIT-DETAIL
096500    	SET UNA-ITEM-APPLIED TO TRUE
096600    	MOVE CUST-KEY TO UNA-APPLIED-CUST-KEY
096700    	MOVE WS-RUN-DATE-NUM TO UNA-APPLIED-DATE
096750    	MOVE WS-RUN-START-TIME TO UNA-APPLIED-RUN-TIME
096800    	REWRITE UNAPPLIED-RECORD
096900    	MOVE "UNAPPLIED-FILE" TO WS-CHECK-FILE-NAME
097000    	MOVE WS-UNAPPLIED-STATUS TO WS-CHECK-FILE-STATUS
097100    	PERFORM FILE-STATUS-CHECK
097200    	END-IF.
097300
097400*    SECOND PASS OF THE BANK FILE, NOW KNOWN TO BALANCE: EVERY
097500*    REMITTANCE IS APPLIED OR BOOKED TO UNAPPLIED CASH.  A
097510*    FAILED CUSTLOOKUP CALL STOPS THE PASS WHERE IT STANDS.
097600 APPLY-LOCKBOX-DEPOSIT.
097700    	MOVE SPACES TO REPORT-RECORD.
097800    	PERFORM WRITE-REPORT-LINE.
097900    	MOVE " LOCKBOX REMITTANCES" TO REPORT-RECORD.
098000    	PERFORM WRITE-REPORT-LINE.
098100    	MOVE WS-REPORT-HEADING-2 TO REPORT-RECORD.
098200    	PERFORM WRITE-REPORT-LINE.
098300    	SET LOCKBOX-NOT-EOF TO TRUE.
098400    	OPEN INPUT LOCKBOX-FILE.
098500    	MOVE "LOCKBOX-FILE" TO WS-CHECK-FILE-NAME.
098600    	MOVE WS-LOCKBOX-STATUS TO WS-CHECK-FILE-STATUS.
098700    	PERFORM FILE-STATUS-CHECK.
098800    	PERFORM READ-LOCKBOX-RECORD.
098900    	PERFORM APPLY-ONE-LOCKBOX-RECORD
098950    	    UNTIL LOCKBOX-EOF OR ABEND-OCCURRED.
099000    	CLOSE LOCKBOX-FILE.
099100    	MOVE WS-LOCKBOX-STATUS TO WS-CHECK-FILE-STATUS.
099200    	PERFORM FILE-STATUS-CHECK.
099300    	MOVE SPACES TO WS-LOCKBOX-STATUS.
099400
099500 APPLY-ONE-LOCKBOX-RECORD.
099600    	IF LBX-REMITTANCE
099700    	ADD 1 TO WS-RECORDS-READ
099800    	PERFORM APPLY-ONE-REMITTANCE
099900    	END-IF.
100000    	PERFORM READ-LOCKBOX-RECORD.
100100
100200 APPLY-ONE-REMITTANCE.
100300    	MOVE SPACES TO WS-REPORT-DETAIL.
100400    	MOVE LBX-ITEM-BATCH TO RPT-BATCH.
100500    	MOVE LBX-ITEM-SEQUENCE TO RPT-ITEM.
100600    	MOVE LBX-ITEM-ACCOUNT TO RPT-ACCOUNT.
100700    	MOVE LBX-ITEM-AMOUNT TO RPT-AMOUNT.
100800    	MOVE LBX-ITEM-CHECK-NUMBER TO RPT-CHECK.
100900    	MOVE LBX-ITEM-ACCOUNT TO CA-KEY.
101000    	PERFORM LOOK-UP-CUSTOMER.
101100    	IF PAYMENT-MATCHED
101200    	MOVE CUST-NAME TO RPT-NAME
101300    	PERFORM APPLY-REMITTANCE-CREDIT
101400    	END-IF.
101410    	IF PAYMENT-NO-MATCH OR PAYMENT-NOT-ACTIVE
101500    	MOVE LBX-ITEM-REMITTER TO RPT-NAME
101600    	PERFORM BOOK-UNAPPLIED-CASH
101700    	END-IF.
101710    	IF PAYMENT-LOOKUP-FAILED
101720    	MOVE LBX-ITEM-REMITTER TO RPT-NAME
101730    	MOVE "NOT TAKEN - LOOKUP FAILED" TO RPT-ACTION
101740    	END-IF.
101800    	MOVE WS-REPORT-DETAIL TO REPORT-RECORD.
101900    	PERFORM WRITE-REPORT-LINE.
102000
102100*    LKUP ON THE KEY IN CA-KEY.  A BLANK ACCOUNT NUMBER CANNOT
102200*    MATCH AND IS NOT LOOKED UP.  A SERVICE FAILURE IS NOT A
102210*    "NO MATCH" - THE CUSTOMER MAY WELL EXIST - SO THE PAYMENT
102220*    IS NEITHER CREDITED NOR BOOKED TO UNAPPLIED CASH.
102300 LOOK-UP-CUSTOMER.
102400    	MOVE SPACES TO WS-CUSTOMER-WORK.
102500    	SET PAYMENT-NO-MATCH TO TRUE.
102600    	IF CA-KEY NOT = SPACES
102700    	MOVE "LKUP" TO CA-REQUEST-CODE
102800    	PERFORM CALL-CUSTOMER-SERVICE
102900    	IF CA-STATUS-OK
103000    	MOVE CA-KEY TO CUST-KEY
103100    	MOVE CA-RESPONSE-DATA TO CUST-DATA
103200    	IF CUST-STATUS-ACTIVE OR CUST-STATUS-HOLD
103300    	SET PAYMENT-MATCHED TO TRUE
103400    	ELSE
103500    	SET PAYMENT-NOT-ACTIVE TO TRUE
103600    	END-IF
103700    	END-IF
103710    	IF CA-STATUS-ERROR
103720    	SET PAYMENT-LOOKUP-FAILED TO TRUE
103730    	END-IF
103800    	END-IF.
103900
104000 APPLY-REMITTANCE-CREDIT.
104100    	ADD 1 TO WS-APPLIED-COUNT.
104200    	ADD LBX-ITEM-AMOUNT TO WS-APPLIED-AMOUNT.
104300    	IF PARM-MODE-TEST
104400    	MOVE "WOULD APPLY" TO RPT-ACTION
104500    	ELSE
104600    	MOVE "APPLIED" TO RPT-ACTION
104700    	MOVE LBX-ITEM-AMOUNT TO WS-CREDIT-AMOUNT
104800    	MOVE WS-DEPOSIT-DATE TO WS-CREDIT-DEPOSIT-DATE
104900    	MOVE LBX-ITEM-BATCH TO WS-CREDIT-BATCH
105000    	MOVE LBX-ITEM-SEQUENCE TO WS-CREDIT-SEQUENCE
105100    	MOVE SPACES TO WS-CREDIT-DESCRIPTION
105200    	STRING "LOCKBOX PAYMENT CHECK " LBX-ITEM-CHECK-NUMBER
105300    	    DELIMITED BY SIZE INTO WS-CREDIT-DESCRIPTION
105400    	PERFORM WRITE-CREDIT-DETAIL
105500    	END-IF.
105600
105700*    ONE TYPE "C" DETAIL PER PAYMENT.  THE REFERENCE IS "LBX"
105800*    AND THE DEPOSIT DATE, BATCH AND ITEM, SO ANY CREDIT ON THE
105900*    MASTER TRACES BACK TO THE BANK'S OWN ITEM.
106000 WRITE-CREDIT-DETAIL.
106100    	MOVE SPACES TO WS-TRAN-WORK.
106200    	MOVE "DTL" TO TRAN-RECORD-TYPE.
106300    	MOVE CUST-KEY TO TRAN-KEY.
106400    	MOVE WS-CREDIT-AMOUNT TO TRAN-AMOUNT.
106500    	MOVE "C" TO TRAN-TYPE-CODE.
106600    	MOVE WS-CREDIT-REFERENCE TO TRAN-REFERENCE-KEY.
106700    	MOVE WS-CREDIT-DESCRIPTION TO TRAN-DATA.
106800    	MOVE WS-TRAN-WORK TO TRAN-RECORD.
106900    	PERFORM WRITE-TRAN-RECORD.
107000    	ADD 1 TO WS-RECORDS-WRITTEN.
107100    	ADD WS-CREDIT-AMOUNT TO WS-HASH-OUT.
107200    	ADD 1 TO WS-TYPE-OUT-COUNT(2).
107300    	ADD WS-CREDIT-AMOUNT TO WS-TYPE-OUT-AMOUNT(2).
107400
107500 WRITE-TRAN-RECORD.
107600    	WRITE TRAN-RECORD.
107700    	MOVE "TRAN-FILE" TO WS-CHECK-FILE-NAME.
107800    	MOVE WS-TRAN-STATUS TO WS-CHECK-FILE-STATUS.
107900    	PERFORM FILE-STATUS-CHECK.
108000
108100*    THE CASH IS BANKED, SO IT IS BOOKED, NOT REJECTED.  A ROW
108200*    ALREADY ON FILE (STATUS 22) WAS BOOKED BY AN EARLIER
108300*    ATTEMPT AT THIS SAME DEPOSIT THAT DID NOT FINISH, AND
108400*    STANDS AS IT IS.
108500 BOOK-UNAPPLIED-CASH.
108600    	ADD 1 TO WS-UNAPPLIED-COUNT.
108700    	ADD LBX-ITEM-AMOUNT TO WS-UNAPPLIED-AMOUNT.
108800    	IF WS-RETURN-CODE < 4
108900    	SET WS-RC-WARNING TO TRUE
109000    	END-IF.
109100    	IF PAYMENT-NOT-ACTIVE
109200    	MOVE "UNAPPLIED - NOT ACTIVE" TO RPT-ACTION
109300    	ELSE
109400    	MOVE "UNAPPLIED - NO MATCH" TO RPT-ACTION
109500    	END-IF.
109600    	IF PARM-MODE-TEST
109700    	MOVE "WOULD BOOK UNAPPLIED" TO RPT-ACTION
109800    	ELSE
109900    	MOVE SPACES TO UNAPPLIED-RECORD
110000    	MOVE WS-DEPOSIT-DATE TO UNA-DEPOSIT-DATE
110100    	MOVE LBX-ITEM-BATCH TO UNA-BATCH-NUMBER
110200    	MOVE LBX-ITEM-SEQUENCE TO UNA-ITEM-SEQUENCE
110300    	MOVE LBX-ITEM-AMOUNT TO UNA-AMOUNT
110400    	MOVE LBX-ITEM-ACCOUNT TO UNA-REMIT-ACCOUNT
110500    	MOVE LBX-ITEM-CHECK-NUMBER TO UNA-CHECK-NUMBER
110600    	MOVE LBX-ITEM-REMITTER TO UNA-REMITTER-NAME
110700    	MOVE WS-MATCH-SWITCH TO UNA-REASON-CODE
110800    	SET UNA-ITEM-UNAPPLIED TO TRUE
110900    	MOVE ZERO TO UNA-APPLIED-DATE
110950    	MOVE ZERO TO UNA-APPLIED-RUN-TIME
111000    	WRITE UNAPPLIED-RECORD
111100    	IF WS-UNAPPLIED-STATUS = "22"
111200    	MOVE "UNAPPLIED - ALREADY BOOKED" TO RPT-ACTION
111300    	ELSE
111400    	MOVE "UNAPPLIED-FILE" TO WS-CHECK-FILE-NAME
111500    	MOVE WS-UNAPPLIED-STATUS TO WS-CHECK-FILE-STATUS
111600    	PERFORM FILE-STATUS-CHECK
111700    	END-IF
111800    	END-IF.
111900
112000*    THE DEPOSIT PROOF: WHAT THE BANK DEPOSITED MUST EQUAL WHAT
112100*    WAS APPLIED PLUS WHAT WENT TO UNAPPLIED CASH, TO THE PENNY.
112200*    IT CANNOT FAIL UNLESS A REMITTANCE WAS LOST BETWEEN THE
112300*    TWO PASSES, WHICH IS LOGGED AND ENDS THE RUN DATA ERROR.
112400 CHECK-DEPOSIT-PROOF.
112500    	COMPUTE WS-PROOF-AMOUNT =
112600    	    WS-APPLIED-AMOUNT + WS-UNAPPLIED-AMOUNT.
112700    	IF WS-PROOF-AMOUNT NOT = WS-DEPOSIT-AMOUNT
112800    	MOVE "M019" TO MSG-NUMBER
112900    	SET MSG-SEVERITY-ERROR TO TRUE
113000    	MOVE SPACES TO MSG-TEXT
113100    	STRING "OUT OF BALANCE - LOCKBOX APPLIED PLUS UNAPPLIED"
113200    	    " DOES NOT EQUAL THE DEPOSIT"
113300    	    DELIMITED BY SIZE INTO MSG-TEXT
113400    	PERFORM LOG-OPERATOR-MESSAGE
113500    	IF WS-RETURN-CODE < 8
113600    	SET WS-RC-DATA-ERROR TO TRUE
113700    	END-IF
113800    	END-IF.
113900
114000*    EVERY ITEM STILL UNAPPLIED, OLDEST DEPOSIT FIRST, WITH ITS
114100*    AGE IN DAYS, SO THE CREDIT DESK WORKS THE LIST FROM THE
114200*    TOP.
114300 WRITE-UNAPPLIED-REPORT.
114400    	OPEN OUTPUT UNAPPLIED-REPORT-FILE.
114500    	MOVE "UNAPPLIED-REPORT" TO WS-CHECK-FILE-NAME.
114600    	MOVE WS-UNAPPLIED-REPORT-STATUS TO WS-CHECK-FILE-STATUS.
114700    	PERFORM FILE-STATUS-CHECK.
114800    	MOVE WS-RUN-DATE-NUM TO URP-HDG-RUN-DATE.
114900    	IF PARM-MODE-TEST
115000    	MOVE "TEST MODE - TONIGHT NOT BOOKED" TO URP-HDG-MODE
115100    	ELSE
115200    	MOVE SPACES TO URP-HDG-MODE
115300    	END-IF.
115400    	MOVE WS-UNAPPLIED-HEADING-1 TO UNAPPLIED-REPORT-RECORD.
115500    	PERFORM WRITE-UNAPPLIED-REPORT-LINE.
115600    	MOVE SPACES TO UNAPPLIED-REPORT-RECORD.
115700    	PERFORM WRITE-UNAPPLIED-REPORT-LINE.
115800    	MOVE WS-UNAPPLIED-HEADING-2 TO UNAPPLIED-REPORT-RECORD.
115900    	PERFORM WRITE-UNAPPLIED-REPORT-LINE.
116000    	IF UNAPPLIED-FILE-ABSENT
116100    	SET UNAPPLIED-EOF TO TRUE
116200    	ELSE
116300    	MOVE LOW-VALUES TO UNA-ITEM-KEY
116400    	START UNAPPLIED-FILE KEY NOT < UNA-ITEM-KEY
116500    	IF WS-UNAPPLIED-STATUS = "23"
116600    	SET UNAPPLIED-EOF TO TRUE
116700    	ELSE
116800    	MOVE "UNAPPLIED-FILE" TO WS-CHECK-FILE-NAME
116900    	MOVE WS-UNAPPLIED-STATUS TO WS-CHECK-FILE-STATUS
117000    	PERFORM FILE-STATUS-CHECK
117100    	END-IF
117200    	END-IF.
117300    	PERFORM READ-NEXT-UNAPPLIED.
117400    	PERFORM LIST-ONE-UNAPPLIED UNTIL UNAPPLIED-EOF.
117500    	MOVE SPACES TO UNAPPLIED-REPORT-RECORD.
117600    	PERFORM WRITE-UNAPPLIED-REPORT-LINE.
117700    	MOVE WS-OPEN-UNAPPLIED-AMOUNT TO WS-TOTAL-EDIT.
117800    	MOVE SPACES TO WS-BANNER-LINE.
117900    	STRING "ITEMS UNAPPLIED: " WS-OPEN-UNAPPLIED-COUNT
118000    	    "   UNAPPLIED CASH: " WS-TOTAL-EDIT
118100    	    DELIMITED BY SIZE INTO WS-BANNER-LINE.
118200    	MOVE WS-BANNER-LINE TO UNAPPLIED-REPORT-RECORD.
118300    	PERFORM WRITE-UNAPPLIED-REPORT-LINE.
118400    	CLOSE UNAPPLIED-REPORT-FILE.
118500    	MOVE WS-UNAPPLIED-REPORT-STATUS TO WS-CHECK-FILE-STATUS.
118600    	PERFORM FILE-STATUS-CHECK.
118700    	MOVE SPACES TO WS-UNAPPLIED-REPORT-STATUS.
118800
118900 READ-NEXT-UNAPPLIED.
119000    	IF UNAPPLIED-NOT-EOF
119100    	READ UNAPPLIED-FILE NEXT RECORD
119200    	AT END
119300    	SET UNAPPLIED-EOF TO TRUE
119400    	END-READ
119500    	END-IF.
119600    	IF UNAPPLIED-NOT-EOF
119700    	MOVE "UNAPPLIED-FILE" TO WS-CHECK-FILE-NAME
119800    	MOVE WS-UNAPPLIED-STATUS TO WS-CHECK-FILE-STATUS
119900    	PERFORM FILE-STATUS-CHECK
120000    	END-IF.
120100
120200 LIST-ONE-UNAPPLIED.
120300    	IF UNA-ITEM-UNAPPLIED
120400    	ADD 1 TO WS-OPEN-UNAPPLIED-COUNT
120500    	ADD UNA-AMOUNT TO WS-OPEN-UNAPPLIED-AMOUNT
120600    	MOVE SPACES TO WS-UNAPPLIED-DETAIL
120700    	MOVE UNA-DEPOSIT-DATE TO URP-DEPOSIT-DATE
120800    	MOVE UNA-BATCH-NUMBER TO URP-BATCH
120900    	MOVE UNA-ITEM-SEQUENCE TO URP-ITEM
121000    	MOVE UNA-REMIT-ACCOUNT TO URP-ACCOUNT
121100    	MOVE UNA-REMITTER-NAME TO URP-REMITTER
121200    	MOVE UNA-CHECK-NUMBER TO URP-CHECK
121300    	MOVE UNA-AMOUNT TO URP-AMOUNT
121400    	COMPUTE WS-ITEM-AGE-DAYS = WS-RUN-DATE-INT
121500    	    - FUNCTION INTEGER-OF-DATE(UNA-DEPOSIT-DATE)
121600    	MOVE WS-ITEM-AGE-DAYS TO URP-AGE-DAYS
121700    	IF UNA-REASON-NOT-ACTIVE
121800    	MOVE "ACCOUNT NOT ACTIVE" TO URP-REASON
121900    	ELSE
122000    	MOVE "NO CUSTOMER MATCH" TO URP-REASON
122100    	END-IF
122200    	MOVE WS-UNAPPLIED-DETAIL TO UNAPPLIED-REPORT-RECORD
122300    	PERFORM WRITE-UNAPPLIED-REPORT-LINE
122400    	END-IF.
122500    	PERFORM READ-NEXT-UNAPPLIED.
122600
122700 WRITE-UNAPPLIED-REPORT-LINE.
122800    	WRITE UNAPPLIED-REPORT-RECORD.
122900    	MOVE "UNAPPLIED-REPORT" TO WS-CHECK-FILE-NAME.
123000    	MOVE WS-UNAPPLIED-REPORT-STATUS TO WS-CHECK-FILE-STATUS.
123100    	PERFORM FILE-STATUS-CHECK.
123200
123210*    A FAILED CUSTLOOKUP CALL IS TAKEN AS AN ABEND, AS IN
123220*    FINCHRG: NO FURTHER PAYMENT IS TAKEN AND LBXTRAN IS LEFT
123230*    WITHOUT A TRAILER, SO IT CANNOT BE MERGED AS COMPLETE.
123300 CALL-CUSTOMER-SERVICE.
123400    	CALL "CUSTLOOKUP" USING WS-COMM-AREA.
123500    	IF CA-STATUS-ERROR
123600    	MOVE "M016" TO MSG-NUMBER
123700    	SET MSG-SEVERITY-ERROR TO TRUE
123800    	MOVE SPACES TO MSG-TEXT
123900    	STRING "CUSTLOOKUP FAILED FOR KEY " CA-KEY
124000    	    DELIMITED BY SIZE INTO MSG-TEXT
124100    	PERFORM LOG-OPERATOR-MESSAGE
124200    	IF WS-RETURN-CODE < 8
124300    	SET WS-RC-DATA-ERROR TO TRUE
124400    	END-IF
124450    	SET ABEND-OCCURRED TO TRUE
124500    	END-IF.
124600
124700 WRITE-REPORT-LINE.
124800    	WRITE REPORT-RECORD.
124900    	MOVE "REPORT-FILE" TO WS-CHECK-FILE-NAME.
125000    	MOVE WS-REPORT-STATUS TO WS-CHECK-FILE-STATUS.
125100    	PERFORM FILE-STATUS-CHECK.
125200
125300*    THE TRAILER CARRIES WHAT WAS ACTUALLY CUT, SO THE FILE CAN
125400*    BE BALANCED - COUNT, HASH AND THE CREDIT BUCKET - BEFORE A
125500*    SINGLE PAYMENT POSTS.  AN ABENDED RUN GETS NO TRAILER: A
125510*    PART-CUT LBXTRAN MUST FAIL THAT BALANCING IN TRANMRG, NOT
125520*    PASS IT.
125600 CLOSING-PROCEDURE.
125700    	SET CLOSING-IN-PROGRESS TO TRUE.
125800    	IF WS-TRAN-STATUS NOT = SPACES AND NO-ABEND-OCCURRED
125900    	PERFORM WRITE-TRAN-TRAILER
126000    	END-IF.
126100    	IF WS-REPORT-STATUS NOT = SPACES
126200    	IF DEPOSIT-PROOF-COMPLETE
126300    	PERFORM WRITE-DEPOSIT-PROOF
126400    	END-IF
126500    	PERFORM WRITE-RUN-SUMMARY
126600    	END-IF.
126700    	PERFORM CLOSE-CUSTOMER-SERVICE.
126800    	PERFORM CLOSE-ALL-FILES.
126900    	PERFORM WRITE-RUN-CONTROL-STOP.
127000
127100 WRITE-TRAN-TRAILER.
127200    	MOVE SPACES TO WS-CONTROL-WORK.
127300    	MOVE "TRL" TO CTL-RECORD-TYPE.
127400    	MOVE WS-POSTING-DATE TO CTL-RUN-DATE.
127500    	MOVE WS-RECORDS-WRITTEN TO CTL-RECORD-COUNT.
127600    	MOVE WS-HASH-OUT TO CTL-AMOUNT-HASH.
127700    	MOVE 1 TO WS-TYPE-SUB.
127800    	PERFORM SET-ONE-TRAILER-BUCKET
127900    	    UNTIL WS-TYPE-SUB > 4.
128000    	MOVE WS-CONTROL-WORK TO TRAN-RECORD.
128100    	PERFORM WRITE-TRAN-RECORD.
128200
128300 SET-ONE-TRAILER-BUCKET.
128400    	MOVE WS-TYPE-OUT-COUNT(WS-TYPE-SUB) TO
128500    	    CTL-TYPE-COUNT(WS-TYPE-SUB).
128600    	MOVE WS-TYPE-OUT-AMOUNT(WS-TYPE-SUB) TO
128700    	    CTL-TYPE-AMOUNT(WS-TYPE-SUB).
128800    	ADD 1 TO WS-TYPE-SUB.
128900
129000*    THE PROOF BLOCK, PRINTED ONLY WHEN THE DEPOSIT WAS WORKED
129100*    TO THE END - A REFUSED OR ABENDED RUN HAS PROVEN NOTHING.
129200 WRITE-DEPOSIT-PROOF.
129300    	MOVE SPACES TO REPORT-RECORD.
129400    	PERFORM WRITE-REPORT-LINE.
129500    	MOVE WS-DEPOSIT-AMOUNT TO WS-TOTAL-EDIT.
129600    	MOVE SPACES TO WS-BANNER-LINE.
129700    	STRING "BANK DEPOSIT:           " WS-TOTAL-EDIT
129800    	    "   ITEMS: " WS-DEPOSIT-ITEM-COUNT
129900    	    DELIMITED BY SIZE INTO WS-BANNER-LINE.
130000    	MOVE WS-BANNER-LINE TO REPORT-RECORD.
130100    	PERFORM WRITE-REPORT-LINE.
130200    	MOVE WS-APPLIED-AMOUNT TO WS-TOTAL-EDIT.
130300    	MOVE SPACES TO WS-BANNER-LINE.
130400    	STRING "APPLIED TO CUSTOMERS:   " WS-TOTAL-EDIT
130500    	    "   ITEMS: " WS-APPLIED-COUNT
130600    	    DELIMITED BY SIZE INTO WS-BANNER-LINE.
130700    	MOVE WS-BANNER-LINE TO REPORT-RECORD.
130800    	PERFORM WRITE-REPORT-LINE.
130900    	MOVE WS-UNAPPLIED-AMOUNT TO WS-TOTAL-EDIT.
131000    	MOVE SPACES TO WS-BANNER-LINE.
131100    	STRING "TO UNAPPLIED CASH:      " WS-TOTAL-EDIT
131200    	    "   ITEMS: " WS-UNAPPLIED-COUNT
131300    	    DELIMITED BY SIZE INTO WS-BANNER-LINE.
131400    	MOVE WS-BANNER-LINE TO REPORT-RECORD.
131500    	PERFORM WRITE-REPORT-LINE.
131600    	MOVE SPACES TO WS-BANNER-LINE.
131700    	IF WS-PROOF-AMOUNT = WS-DEPOSIT-AMOUNT
131800    	STRING "DEPOSIT IN PROOF - APPLIED PLUS UNAPPLIED"
131900    	    " EQUALS THE BANK DEPOSIT"
132000    	    DELIMITED BY SIZE INTO WS-BANNER-LINE
132100    	ELSE
132200    	STRING "DEPOSIT OUT OF PROOF - APPLIED PLUS UNAPPLIED"
132300    	    " DOES NOT EQUAL THE BANK DEPOSIT"
132400    	    DELIMITED BY SIZE INTO WS-BANNER-LINE
132500    	END-IF.
132600    	MOVE WS-BANNER-LINE TO REPORT-RECORD.
132700    	PERFORM WRITE-REPORT-LINE.
132800    	MOVE SPACES TO REPORT-RECORD.
132900    	PERFORM WRITE-REPORT-LINE.
133000    	MOVE WS-CARDS-AMOUNT TO WS-TOTAL-EDIT.
133100    	MOVE SPACES TO WS-BANNER-LINE.
133200    	STRING "APPLY CARDS READ: " WS-CARDS-READ
133300    	    "   APPLIED: " WS-CARDS-APPLIED
133400    	    "   REJECTED: " WS-CARDS-REJECTED
133500    	    "   UNAPPLIED CASH APPLIED: " WS-TOTAL-EDIT
133600    	    DELIMITED BY SIZE INTO WS-BANNER-LINE.
133700    	MOVE WS-BANNER-LINE TO REPORT-RECORD.
133800    	PERFORM WRITE-REPORT-LINE.
133900    	MOVE WS-HASH-OUT TO WS-TOTAL-EDIT.
134000    	MOVE SPACES TO WS-BANNER-LINE.
134100    	IF PARM-MODE-TEST
134200    	STRING "NO CREDIT FILE CUT IN TEST MODE"
134300    	    DELIMITED BY SIZE INTO WS-BANNER-LINE
134400    	ELSE
134500    	STRING "TOTAL CREDITS CUT TO LBXTRAN: " WS-TOTAL-EDIT
134600    	    "   DETAILS: " WS-RECORDS-WRITTEN
134700    	    "   FOR POSTING ON " WS-POSTING-DATE
134800    	    DELIMITED BY SIZE INTO WS-BANNER-LINE
134900    	END-IF.
135000    	MOVE WS-BANNER-LINE TO REPORT-RECORD.
135100    	PERFORM WRITE-REPORT-LINE.
135200
135300*    STANDARD END-OF-JOB BANNER IN THE TEMPLATE.COB STYLE.
135400*    RECORDS READ COUNTS REMITTANCES AND APPLY CARDS; RECORDS
135500*    WRITTEN COUNTS THE CREDIT DETAILS CUT, WITHOUT THE HEADER
135600*    AND TRAILER, AS THE TRAILER COUNT DOES.
135700 WRITE-RUN-SUMMARY.
135800    	ACCEPT WS-RUN-STOP-TIME FROM TIME.
135900    	MOVE SPACES TO REPORT-RECORD.
136000    	PERFORM WRITE-REPORT-LINE.
136100    	MOVE SPACES TO WS-BANNER-LINE.
136200    	STRING "RUN SUMMARY FOR PROGRAM: " WS-WORK-PROGRAM-ID
136300    	    DELIMITED BY SIZE INTO WS-BANNER-LINE.
136400    	MOVE WS-BANNER-LINE TO REPORT-RECORD.
136500    	PERFORM WRITE-REPORT-LINE.
136600    	MOVE SPACES TO WS-BANNER-LINE.
136700    	STRING "RUN DATE: " WS-CURRENT-DATE
136800    	    "   START: " WS-START-HH ":" WS-START-MM ":"
136900    	    WS-START-SS
137000    	    "   STOP: "  WS-STOP-HH ":" WS-STOP-MM ":"
137100    	    WS-STOP-SS
137200    	    DELIMITED BY SIZE INTO WS-BANNER-LINE.
137300    	MOVE WS-BANNER-LINE TO REPORT-RECORD.
137400    	PERFORM WRITE-REPORT-LINE.
137500    	MOVE SPACES TO WS-BANNER-LINE.
137600    	STRING "RECORDS READ: " WS-RECORDS-READ
137700    	    "   WRITTEN: " WS-RECORDS-WRITTEN
137800    	    "   REJECTED: " WS-RECORDS-REJECTED
137900    	    DELIMITED BY SIZE INTO WS-BANNER-LINE.
138000    	MOVE WS-BANNER-LINE TO REPORT-RECORD.
138100    	PERFORM WRITE-REPORT-LINE.
138200
138300 CLOSE-CUSTOMER-SERVICE.
138400    	MOVE "CLOS" TO CA-REQUEST-CODE.
138500    	CALL "CUSTLOOKUP" USING WS-COMM-AREA.
138600
138700 CLOSE-ALL-FILES.
138800    	IF WS-LOCKBOX-STATUS NOT = SPACES
138900    	CLOSE LOCKBOX-FILE
139000    	END-IF.
139100    	IF WS-APPLY-CARD-STATUS NOT = SPACES
139200    	CLOSE APPLY-CARD-FILE
139300    	END-IF.
139400    	IF WS-UNAPPLIED-REPORT-STATUS NOT = SPACES
139500    	CLOSE UNAPPLIED-REPORT-FILE
139600    	END-IF.
139700    	IF WS-UNAPPLIED-STATUS NOT = SPACES
139800    	CLOSE UNAPPLIED-FILE
139900    	MOVE "UNAPPLIED-FILE" TO WS-CHECK-FILE-NAME
140000    	MOVE WS-UNAPPLIED-STATUS TO WS-CHECK-FILE-STATUS
140100    	PERFORM FILE-STATUS-CHECK
140200    	END-IF.
140300    	IF WS-TRAN-STATUS NOT = SPACES
140400    	CLOSE TRAN-FILE
140500    	MOVE "TRAN-FILE" TO WS-CHECK-FILE-NAME
140600    	MOVE WS-TRAN-STATUS TO WS-CHECK-FILE-STATUS
140700    	PERFORM FILE-STATUS-CHECK
140800    	END-IF.
140900    	IF WS-REPORT-STATUS NOT = SPACES
141000    	CLOSE REPORT-FILE
141100    	MOVE "REPORT-FILE" TO WS-CHECK-FILE-NAME
141200    	MOVE WS-REPORT-STATUS TO WS-CHECK-FILE-STATUS
141300    	PERFORM FILE-STATUS-CHECK
141400    	END-IF.
141500
141600*    JOB-STREAM SEQUENCE ENFORCEMENT IN THE TEMPLATE.COB
141700*    STYLE: THE RUN IS REFUSED WHEN THE POSTING RUN HAS NOT
141800*    ENDED CLEAN FOR THE RUN DATE, OR WHEN THIS JOB ALREADY
141900*    RAN CLEAN THAT NIGHT.
142000 CHECK-RUN-CONTROL.
142100    	OPEN INPUT RUN-CONTROL-FILE.
142200    	IF WS-RUN-CONTROL-STATUS = "35"
142300    	SET RUN-CONTROL-EOF TO TRUE
142400    	ELSE
142500    	MOVE "RUN-CONTROL-FILE" TO WS-CHECK-FILE-NAME
142600    	MOVE WS-RUN-CONTROL-STATUS TO WS-CHECK-FILE-STATUS
142700    	PERFORM FILE-STATUS-CHECK
142800    	PERFORM READ-RUN-CONTROL-RECORD
142900    	PERFORM SCAN-RUN-CONTROL-ROW UNTIL RUN-CONTROL-EOF
143000    	CLOSE RUN-CONTROL-FILE
143100    	MOVE WS-RUN-CONTROL-STATUS TO WS-CHECK-FILE-STATUS
143200    	PERFORM FILE-STATUS-CHECK
143300    	END-IF.
143400    	IF WS-PREDECESSOR-ID NOT = SPACES AND
143500    	   PREDECESSOR-NOT-ENDED
143600    	MOVE "M008" TO MSG-NUMBER
143700    	SET MSG-SEVERITY-ERROR TO TRUE
143800    	MOVE SPACES TO MSG-TEXT
143900    	STRING "RUN REFUSED - PREDECESSOR "
144000    	    WS-PREDECESSOR-ID " HAS NOT ENDED CLEAN FOR "
144100    	    WS-RUN-DATE-NUM
144200    	    DELIMITED BY SIZE INTO MSG-TEXT
144300    	PERFORM LOG-OPERATOR-MESSAGE
144400    	PERFORM REFUSE-THE-RUN
144500    	END-IF.
144600    	IF ALREADY-RAN-CLEAN
144700    	MOVE "M009" TO MSG-NUMBER
144800    	SET MSG-SEVERITY-ERROR TO TRUE
144900    	MOVE SPACES TO MSG-TEXT
145000    	STRING "RUN REFUSED - " WS-WORK-PROGRAM-ID
145100    	    " ALREADY RAN CLEAN FOR " WS-RUN-DATE-NUM
145200    	    DELIMITED BY SIZE INTO MSG-TEXT
145300    	PERFORM LOG-OPERATOR-MESSAGE
145400    	PERFORM REFUSE-THE-RUN
145500    	END-IF.
145600
145700 READ-RUN-CONTROL-RECORD.
145800    	READ RUN-CONTROL-FILE
145900    	AT END
146000    	SET RUN-CONTROL-EOF TO TRUE
146100    	END-READ.
146200    	IF RUN-CONTROL-NOT-EOF
146300    	MOVE "RUN-CONTROL-FILE" TO WS-CHECK-FILE-NAME
146400    	MOVE WS-RUN-CONTROL-STATUS TO WS-CHECK-FILE-STATUS
146500    	PERFORM FILE-STATUS-CHECK
146600    	END-IF.
146700
146800 SCAN-RUN-CONTROL-ROW.
146900    	IF RC-RUN-DATE = WS-RUN-DATE-NUM AND
147000    	   RC-STATUS-ENDED AND RC-RETURN-CODE < 8
147100    	IF RC-PROGRAM-ID = WS-PREDECESSOR-ID
147200    	SET PREDECESSOR-ENDED-CLEAN TO TRUE
147300    	END-IF
147400    	IF RC-PROGRAM-ID = WS-WORK-PROGRAM-ID
147500    	SET ALREADY-RAN-CLEAN TO TRUE
147600    	END-IF
147700    	END-IF.
147800    	PERFORM READ-RUN-CONTROL-RECORD.
147900
148000 WRITE-RUN-CONTROL-START.
148100    	OPEN EXTEND RUN-CONTROL-FILE.
148200    	IF WS-RUN-CONTROL-STATUS = "35"
148300    	OPEN OUTPUT RUN-CONTROL-FILE
148400    	END-IF.
148500    	MOVE "RUN-CONTROL-FILE" TO WS-CHECK-FILE-NAME.
148600    	MOVE WS-RUN-CONTROL-STATUS TO WS-CHECK-FILE-STATUS.
148700    	PERFORM FILE-STATUS-CHECK.
148800    	MOVE WS-WORK-PROGRAM-ID TO RC-PROGRAM-ID.
148900    	MOVE WS-RUN-DATE-NUM TO RC-RUN-DATE.
149000    	MOVE WS-RUN-START-TIME TO RC-START-TIME.
149100    	MOVE ZERO TO RC-STOP-TIME.
149200    	MOVE ZERO TO RC-RETURN-CODE.
149300    	SET RC-STATUS-STARTED TO TRUE.
149400    	WRITE RUN-CONTROL-RECORD.
149500    	MOVE WS-RUN-CONTROL-STATUS TO WS-CHECK-FILE-STATUS.
149600    	PERFORM FILE-STATUS-CHECK.
149700    	CLOSE RUN-CONTROL-FILE.
149800    	MOVE WS-RUN-CONTROL-STATUS TO WS-CHECK-FILE-STATUS.
149900    	PERFORM FILE-STATUS-CHECK.
150000    	SET START-ROW-WRITTEN TO TRUE.
150100
150200 WRITE-RUN-CONTROL-STOP.
150300    	IF START-ROW-WRITTEN
150400    	OPEN EXTEND RUN-CONTROL-FILE
150500    	IF WS-RUN-CONTROL-STATUS = "35"
150600    	OPEN OUTPUT RUN-CONTROL-FILE
150700    	END-IF
150800    	MOVE "RUN-CONTROL-FILE" TO WS-CHECK-FILE-NAME
150900    	MOVE WS-RUN-CONTROL-STATUS TO WS-CHECK-FILE-STATUS
151000    	PERFORM FILE-STATUS-CHECK
151100    	MOVE WS-WORK-PROGRAM-ID TO RC-PROGRAM-ID
151200    	MOVE WS-RUN-DATE-NUM TO RC-RUN-DATE
151300    	MOVE WS-RUN-START-TIME TO RC-START-TIME
151400    	MOVE WS-RUN-STOP-TIME TO RC-STOP-TIME
151500    	MOVE WS-RETURN-CODE TO RC-RETURN-CODE
151600    	SET RC-STATUS-ENDED TO TRUE
151700    	WRITE RUN-CONTROL-RECORD
151800    	MOVE WS-RUN-CONTROL-STATUS TO WS-CHECK-FILE-STATUS
151900    	PERFORM FILE-STATUS-CHECK
152000    	CLOSE RUN-CONTROL-FILE
152100    	MOVE WS-RUN-CONTROL-STATUS TO WS-CHECK-FILE-STATUS
152200    	PERFORM FILE-STATUS-CHECK
152300    	END-IF.
152400
152500*    CONTROLLED REFUSAL IN THE TEMPLATE.COB STYLE: NOT AN
152600*    ABEND - THE REPORT AND RUN SUMMARY STILL PRINT, AND THE
152700*    DATA-ERROR RETURN CODE STOPS THE JOB HERE.
152800 REFUSE-THE-RUN.
152900    	SET WS-RC-DATA-ERROR TO TRUE.
153000    	PERFORM CLOSING-PROCEDURE.
153100    	PERFORM PROGRAM-DONE.
153200
153300 LOG-OPERATOR-MESSAGE.
153400    	MOVE WS-WORK-PROGRAM-ID TO MSG-PROGRAM-ID.
153500    	CALL "MSGWRITE" USING WS-MESSAGE-AREA.
153600
153700*    SHARED I/O-ERROR ABORT IN THE TEMPLATE.COB STYLE.  STATUS
153800*    "00" AND "10" ARE THE ONLY NON-ERROR CODES; ANYTHING ELSE
153900*    CLOSES WHAT IT CAN AND ABENDS WITH RETURN CODE 16.
154000 FILE-STATUS-CHECK.
154100    	IF WS-CHECK-FILE-STATUS NOT = "00" AND
154200    	   WS-CHECK-FILE-STATUS NOT = "10"
154300    	MOVE "M015" TO MSG-NUMBER
154400    	SET MSG-SEVERITY-FATAL TO TRUE
154500    	MOVE SPACES TO MSG-TEXT
154600    	STRING "FILE I/O ERROR ON " WS-CHECK-FILE-NAME
154700    	    " - STATUS = " WS-CHECK-FILE-STATUS
154800    	    DELIMITED BY SIZE INTO MSG-TEXT
154900    	PERFORM LOG-OPERATOR-MESSAGE
155000    	SET WS-RC-ABEND TO TRUE
155100    	SET ABEND-OCCURRED TO TRUE
155200    	IF CLOSING-NOT-IN-PROGRESS
155300    	PERFORM CLOSING-PROCEDURE
155400    	PERFORM PROGRAM-DONE
155500    	END-IF
155600    	END-IF.
