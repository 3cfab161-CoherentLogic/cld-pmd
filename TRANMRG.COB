000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. TRANMRG.
000300 AUTHOR. John Willis
000400*
000500* PMD 0.01
000600* COPYRIGHT (C) 2012 COHERENT LOGIC DEVELOPMENT LLC
000700*
000800* TRANMRG.COB: POSTING-INPUT MERGE
000900*   $Id$
001000*
001100* BUILDS THE ONE TRANSACTION FILE (TRANFILE) THE POSTING RUN
001200* READS.  THE POSTING RUN TAKES A SINGLE INPUT PER RUN DATE AND
001300* REFUSES A SECOND RUN THAT NIGHT, SO EVERY FEED FOR THE DAY IS
001400* COMBINED HERE FIRST: THE REGULAR UPSTREAM FEED, WHICH NOW
001500* LANDS AS TRANFEED, THE LOCKBOX CREDITS LOCKBOX CUT ON LBXTRAN
001600* AND THE FINANCE CHARGES FINCHRG CUT ON FINTRAN.  EACH IS A
001700* STANDARD TRANSACTION FILE BETWEEN A CONTROL HEADER AND TRAILER
001800* (CTLREC.CPY).
001900*
002000* EVERY FILE IS PROVEN ON ITS OWN BEFORE ANYTHING IS CUT, THE
002100* WAY THE POSTING RUN WOULD PROVE IT: THE HEADER MUST BE DATED
002200* FOR TONIGHT'S RUN DATE, AND THE TRAILER'S COUNT, AMOUNT HASH
002300* AND TYPE BUCKETS MUST MATCH THE DETAILS BETWEEN.  ANY FILE
002400* OUT OF BALANCE REFUSES THE WHOLE MERGE AND NO TRANFILE IS CUT.
002500* THE REGULAR FEED MUST BE THERE AND BE TONIGHT'S.  LBXTRAN AND
002600* FINTRAN ARE TAKEN ONLY WHEN THEIR HEADER IS DATED FOR TONIGHT:
002700* EACH IS CUT THE NIGHT BEFORE FOR THE NEXT BUSINESS DAY, AND A
002800* FILE DATED FOR ANY OTHER DAY - FINTRAN FOR THE REST OF THE
002900* MONTH, OR A LOCKBOX FILE ALREADY TAKEN IN - IS LEFT OUT AND
003000* LISTED, NEVER POSTED TWICE.
003100*
003200* THE DETAILS ARE COPIED UNCHANGED, FEED FIRST, UNDER ONE NEW
003300* HEADER AND ONE NEW TRAILER WHOSE COUNT, HASH AND PER-TYPE
003400* BUCKETS ARE REBUILT FROM WHAT WAS WRITTEN.  THE POSTING RUN
003500* NAMES THIS JOB AS ITS PREDECESSOR ON RUNCTL.  A PARM-MODE-TEST
003600* RUN STILL CUTS TRANFILE - IT BOOKS NOTHING, AND IS WHAT THE
003700* POSTING RUN'S SIMULATION READS - BUT STAYS OFF RUNCTL.
003800*
003900 ENVIRONMENT DIVISION.
004000 INPUT-OUTPUT SECTION.
004100 FILE-CONTROL.
004200
004300    	SELECT PARM-FILE ASSIGN TO "PARMFILE"
004400    	    ORGANIZATION IS LINE SEQUENTIAL
004500    	    FILE STATUS IS WS-PARM-STATUS.
004600
004700    	SELECT FEED-FILE ASSIGN TO "TRANFEED"
004800    	    ORGANIZATION IS LINE SEQUENTIAL
004900    	    FILE STATUS IS WS-FEED-STATUS.
005000
005100    	SELECT LOCKBOX-TRAN-FILE ASSIGN TO "LBXTRAN"
005200    	    ORGANIZATION IS LINE SEQUENTIAL
005300    	    FILE STATUS IS WS-LOCKBOX-TRAN-STATUS.
005400
005500    	SELECT CHARGE-TRAN-FILE ASSIGN TO "FINTRAN"
005600    	    ORGANIZATION IS LINE SEQUENTIAL
005700    	    FILE STATUS IS WS-CHARGE-TRAN-STATUS.
005800
005900    	SELECT TRAN-FILE ASSIGN TO "TRANFILE"
006000    	    ORGANIZATION IS LINE SEQUENTIAL
006100    	    FILE STATUS IS WS-TRAN-STATUS.
006200
006300    	SELECT REPORT-FILE ASSIGN TO "REPTFILE"
006400    	    ORGANIZATION IS LINE SEQUENTIAL
006500    	    FILE STATUS IS WS-REPORT-STATUS.
006600
006700    	SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
006800    	    ORGANIZATION IS LINE SEQUENTIAL
006900    	    FILE STATUS IS WS-RUN-CONTROL-STATUS.
007000
007100 DATA DIVISION.
007200 FILE SECTION.
007300
007400 FD  PARM-FILE.
007500 01  PARM-RECORD.
007600     COPY PARMREC.
007700
007800 FD  FEED-FILE.
007900 01  FEED-RECORD               PIC X(132).
008000
008100 FD  LOCKBOX-TRAN-FILE.
008200 01  LOCKBOX-TRAN-RECORD       PIC X(132).
008300
008400 FD  CHARGE-TRAN-FILE.
008500 01  CHARGE-TRAN-RECORD        PIC X(132).
008600
008700 FD  TRAN-FILE.
008800 01  TRAN-RECORD               PIC X(132).
008900
009000 FD  REPORT-FILE.
009100 01  REPORT-RECORD             PIC X(132).
009200
009300 FD  RUN-CONTROL-FILE.
009400 01  RUN-CONTROL-RECORD.
009500     COPY RUNCREC.
009600
009700 WORKING-STORAGE SECTION.
009800
009900*    SHARED FILE-STATUS-CHECK CONTROLS
010000 01  WS-CHECK-FILE-NAME        PIC X(20)  VALUE SPACES.
010100 01  WS-CHECK-FILE-STATUS      PIC X(02)  VALUE SPACES.
010200
010300*    STANDARD JOB RETURN CODE, MOVED TO RETURN-CODE BY
010400*    PROGRAM-DONE.  RANGES AS IN TEMPLATE.COB.
010500 01  WS-RETURN-CODE            PIC 9(02)  VALUE ZERO.
010600     88  WS-RC-CLEAN                       VALUE 0.
010700     88  WS-RC-WARNING                     VALUE 4.
010800     88  WS-RC-DATA-ERROR                  VALUE 8.
010900     88  WS-RC-ABEND                       VALUE 16.
011000
011100 01  WS-PARM-STATUS            PIC X(02)  VALUE SPACES.
011200 01  WS-FEED-STATUS            PIC X(02)  VALUE SPACES.
011300 01  WS-LOCKBOX-TRAN-STATUS    PIC X(02)  VALUE SPACES.
011400 01  WS-CHARGE-TRAN-STATUS     PIC X(02)  VALUE SPACES.
011500 01  WS-TRAN-STATUS            PIC X(02)  VALUE SPACES.
011600 01  WS-REPORT-STATUS          PIC X(02)  VALUE SPACES.
011700
011800 01  WS-WORK-PROGRAM-ID        PIC X(08)  VALUE "TRANMRG".
011900 01  WS-ABEND-SWITCH           PIC X(01)  VALUE "N".
012000     88  ABEND-OCCURRED                   VALUE "Y".
012100     88  NO-ABEND-OCCURRED                VALUE "N".
012200 01  WS-CLOSING-SWITCH         PIC X(01)  VALUE "N".
012300     88  CLOSING-IN-PROGRESS              VALUE "Y".
012400     88  CLOSING-NOT-IN-PROGRESS          VALUE "N".
012500
012600 01  WS-RUN-DATE-NUM           PIC 9(08)  VALUE ZERO.
012700 01  WS-CTL-DATE-X             PIC X(08)  VALUE SPACES.
012800
012900*    THE INPUT FILES IN THE ORDER THEY ARE MERGED.  ONLY THE
013000*    REGULAR FEED IS REQUIRED; THE OTHERS ARE TAKEN ON THE
013100*    NIGHTS THEY ARE CUT FOR.  ONE FILE IS OPEN AT A TIME, AND
013200*    WS-SOURCE-SUB SAYS WHICH.
013300 01  WS-SOURCE-NAME-VALUES.
013400     05  FILLER                PIC X(08) VALUE "TRANFEED".
013500     05  FILLER                PIC X(01) VALUE "Y".
013600     05  FILLER                PIC X(08) VALUE "LBXTRAN".
013700     05  FILLER                PIC X(01) VALUE "N".
013800     05  FILLER                PIC X(08) VALUE "FINTRAN".
013900     05  FILLER                PIC X(01) VALUE "N".
014000 01  WS-SOURCE-NAMES REDEFINES WS-SOURCE-NAME-VALUES.
014100     05  WS-SOURCE-NAME-ENTRY OCCURS 3 TIMES.
014200         10  WS-SRC-NAME           PIC X(08).
014300         10  WS-SRC-REQUIRED-FLAG  PIC X(01).
014400             88  SRC-REQUIRED              VALUE "Y".
014500 01  WS-SOURCE-SUB             PIC S9(04) COMP VALUE ZERO.
014600*    WHAT THE PROOF FOUND IN EACH FILE, FOR THE MERGE AND THE
014700*    JOB REPORT.
014800 01  WS-SOURCE-RESULTS.
014900     05  WS-SOURCE-RESULT OCCURS 3 TIMES.
015000         10  WS-SRC-STATE          PIC X(01).
015100             88  SRC-NOT-READ              VALUE SPACE.
015200             88  SRC-NOT-PRESENT           VALUE "A".
015300             88  SRC-EMPTY                 VALUE "E".
015400             88  SRC-NOT-TONIGHT           VALUE "S".
015500             88  SRC-OUT-OF-BALANCE        VALUE "B".
015600             88  SRC-PROVEN                VALUE "P".
015700         10  WS-SRC-HEADER-DATE    PIC X(08).
015800         10  WS-SRC-COUNT          PIC 9(09).
015900         10  WS-SRC-HASH           PIC 9(13)V99.
016000 01  WS-SOURCE-RECORD          PIC X(132) VALUE SPACES.
016100 01  WS-SOURCE-OPEN-SWITCH     PIC X(01)  VALUE "N".
016200     88  SOURCE-FILE-OPEN                 VALUE "Y".
016300     88  SOURCE-FILE-CLOSED               VALUE "N".
016400 01  WS-SOURCE-EOF-SWITCH      PIC X(01)  VALUE "N".
016500     88  SOURCE-EOF                       VALUE "Y".
016600     88  SOURCE-NOT-EOF                   VALUE "N".
016700 01  WS-SOURCE-OPEN-STATUS     PIC X(02)  VALUE SPACES.
016800
016900*    CONTROL TOTALS FOR THE FILE BEING PROVEN, KEPT AS THE
017000*    POSTING RUN KEEPS THEM: EVERY RECORD BETWEEN HEADER AND
017100*    TRAILER COUNTS, NUMERIC AMOUNTS HASH, AND VALID TYPES FILL
017200*    THE DEBIT/CREDIT/ADJUSTMENT/REVERSAL BUCKETS.
017300 01  WS-TRAILER-SEEN-SWITCH    PIC X(01)  VALUE "N".
017400     88  TRAILER-SEEN                     VALUE "Y".
017500     88  TRAILER-NOT-SEEN                 VALUE "N".
017600 01  WS-TRAILER-COUNT          PIC 9(09)  VALUE ZERO.
017700 01  WS-TRAILER-HASH           PIC 9(13)V99 VALUE ZERO.
017800 01  WS-TRAILER-TYPE-TOTALS.
017900     05  WS-TYPE-TRL-ENTRY OCCURS 4 TIMES.
018000         10  WS-TYPE-TRL-COUNT     PIC 9(07).
018100         10  WS-TYPE-TRL-AMOUNT    PIC 9(11)V99.
018200 01  WS-SOURCE-READ-COUNT      PIC 9(09)  VALUE ZERO.
018300 01  WS-SOURCE-HASH            PIC 9(13)V99 VALUE ZERO.
018400 01  WS-TYPE-TOTALS-IN.
018500     05  WS-TYPE-IN-ENTRY OCCURS 4 TIMES.
018600         10  WS-TYPE-IN-COUNT      PIC 9(07).
018700         10  WS-TYPE-IN-AMOUNT     PIC 9(11)V99.
018800 01  WS-TYPE-LABEL-VALUES.
018900     05  FILLER                PIC X(10) VALUE "DEBIT".
019000     05  FILLER                PIC X(10) VALUE "CREDIT".
019100     05  FILLER                PIC X(10) VALUE "ADJUSTMENT".
019200     05  FILLER                PIC X(10) VALUE "REVERSAL".
019300 01  WS-TYPE-LABELS REDEFINES WS-TYPE-LABEL-VALUES.
019400     05  WS-TYPE-LABEL         PIC X(10) OCCURS 4 TIMES.
019500 01  WS-TYPE-SUB               PIC S9(04) COMP VALUE ZERO.
019600 01  WS-PROOF-SWITCH           PIC X(01)  VALUE "Y".
019700     88  MERGE-IN-BALANCE                 VALUE "Y".
019800     88  MERGE-OUT-OF-BALANCE             VALUE "N".
019900
020000*    OUTBOUND CONTROL RECORDS, BUILT HERE AND MOVED TO THE
020100*    132-BYTE TRANFILE RECORD AS FINCHRG BUILDS FINTRAN.  THE
020200*    TRAILER TOTALS ARE REBUILT FROM THE DETAILS WRITTEN.
020300 01  WS-TRAN-WORK.
020400     COPY TRANREC.
020500 01  WS-CONTROL-WORK.
020600     COPY CTLREC.
020700 01  WS-HASH-OUT               PIC 9(13)V99 VALUE ZERO.
020800 01  WS-TYPE-TOTALS-OUT.
020900     05  WS-TYPE-OUT-ENTRY OCCURS 4 TIMES.
021000         10  WS-TYPE-OUT-COUNT     PIC 9(07).
021100         10  WS-TYPE-OUT-AMOUNT    PIC 9(11)V99.
021200
021300*    RUN-CONTROL CONTROLS IN THE TEMPLATE.COB STYLE.  THE MERGE
021400*    HEADS THE NIGHT'S STREAM, SO IT HAS NO PREDECESSOR; THE
021500*    ALREADY-RAN-CLEAN REFUSAL KEEPS A SECOND MERGE FROM
021600*    REPLACING A TRANFILE THE POSTING RUN MAY ALREADY HAVE
021700*    TAKEN.
021800 01  WS-RUN-CONTROL-STATUS     PIC X(02)  VALUE SPACES.
021900 01  WS-PREDECESSOR-ID         PIC X(08)  VALUE SPACES.
022000 01  WS-RUN-CONTROL-EOF-SWITCH PIC X(01)  VALUE "N".
022100     88  RUN-CONTROL-EOF                  VALUE "Y".
022200     88  RUN-CONTROL-NOT-EOF              VALUE "N".
022300 01  WS-PRED-CLEAN-SWITCH      PIC X(01)  VALUE "N".
022400     88  PREDECESSOR-ENDED-CLEAN          VALUE "Y".
022500     88  PREDECESSOR-NOT-ENDED            VALUE "N".
022600 01  WS-SELF-CLEAN-SWITCH      PIC X(01)  VALUE "N".
022700     88  ALREADY-RAN-CLEAN                VALUE "Y".
022800     88  NOT-YET-RAN-CLEAN                VALUE "N".
022900 01  WS-START-ROW-SWITCH       PIC X(01)  VALUE "N".
023000     88  START-ROW-WRITTEN                VALUE "Y".
023100     88  START-ROW-NOT-WRITTEN            VALUE "N".
023200
023300*    SHOP MESSAGE FACILITY CONTROLS.  SERIOUS CONDITIONS GO
023400*    OUT THROUGH MSGWRITE TO THE CONSOLE AND THE DATED
023500*    MESSAGE FILE READ BY THE EXCPRPT EXCEPTION REPORT.
023600 01  WS-MESSAGE-AREA.
023700     COPY MSGCOMM.
023800
023900*    CENTRALIZED DATE-WINDOW/CENTURY CONTROLS
024000     COPY DATEUTIL.
024100
024200*    RUN-SUMMARY BANNER CONTROLS
024300 01  WS-RUN-START-TIME.
024400     05  WS-START-HH           PIC 99     VALUE ZERO.
024500     05  WS-START-MM           PIC 99     VALUE ZERO.
024600     05  WS-START-SS           PIC 99     VALUE ZERO.
024700     05  WS-START-HS           PIC 99     VALUE ZERO.
024800 01  WS-RUN-STOP-TIME.
024900     05  WS-STOP-HH            PIC 99     VALUE ZERO.
025000     05  WS-STOP-MM            PIC 99     VALUE ZERO.
025100     05  WS-STOP-SS            PIC 99     VALUE ZERO.
025200     05  WS-STOP-HS            PIC 99     VALUE ZERO.
025300 01  WS-RECORDS-READ           PIC 9(09)  VALUE ZERO.
025400 01  WS-RECORDS-WRITTEN        PIC 9(09)  VALUE ZERO.
025500 01  WS-RECORDS-REJECTED       PIC 9(09)  VALUE ZERO.
025600 01  WS-BANNER-LINE            PIC X(132) VALUE SPACES.
025700 01  WS-TOTAL-EDIT             PIC Z(12)9.99.
025800
025900*    JOB REPORT LINE LAYOUTS (REPTFILE)
026000 01  WS-REPORT-HEADING-1.
026100     05  FILLER                PIC X(40)  VALUE
026200         "TRANMRG POSTING-INPUT MERGE - RUN ".
026300     05  RPT-HDG-RUN-DATE      PIC 9(08).
026400     05  FILLER                PIC X(02)  VALUE SPACES.
026500     05  RPT-HDG-MODE          PIC X(30).
026600     05  FILLER                PIC X(52)  VALUE SPACES.
026700 01  WS-REPORT-HEADING-2.
026800     05  FILLER                PIC X(11)  VALUE " FILE".
026900     05  FILLER                PIC X(10)  VALUE "HDR DATE".
027000     05  FILLER                PIC X(10)  VALUE "   DETAILS".
027100     05  FILLER                PIC X(18)  VALUE
027200         "       AMOUNT HASH".
027300     05  FILLER                PIC X(02)  VALUE SPACES.
027400     05  FILLER                PIC X(81)  VALUE "ACTION".
027500 01  WS-REPORT-DETAIL.
027600     05  FILLER                PIC X(01)  VALUE SPACE.
027700     05  RPT-FILE-NAME         PIC X(08).
027800     05  FILLER                PIC X(02)  VALUE SPACES.
027900     05  RPT-HEADER-DATE       PIC X(08).
028000     05  FILLER                PIC X(02)  VALUE SPACES.
028100     05  RPT-DETAIL-COUNT      PIC Z(08)9.
028200     05  FILLER                PIC X(02)  VALUE SPACES.
028300     05  RPT-AMOUNT-HASH       PIC Z(12)9.99.
028400     05  FILLER                PIC X(02)  VALUE SPACES.
028500     05  RPT-ACTION            PIC X(30).
028600     05  FILLER                PIC X(51)  VALUE SPACES.
028700
028800 PROCEDURE DIVISION.
028900 PROGRAM-BEGIN.
029000    	PERFORM OPENING-PROCEDURE.
029100    	PERFORM MAIN-PROCESS.
029200    	PERFORM CLOSING-PROCEDURE.
029300    	PERFORM PROGRAM-DONE.
029400
029500 PROGRAM-EXIT.
029600    	EXIT PROGRAM.
029700
029800 PROGRAM-DONE.
029900    	MOVE WS-RETURN-CODE TO RETURN-CODE.
030000    	STOP RUN.
030100
030200*    EVERY INPUT IS PROVEN BEFORE TRANFILE IS OPENED, SO A FEED
030300*    THAT DOES NOT BALANCE LEAVES NO MERGED FILE BEHIND IT.
030400 OPENING-PROCEDURE.
030500    	ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
030600    	ACCEPT WS-RUN-START-TIME FROM TIME.
030700    	PERFORM READ-PARM-RECORD.
030800    	PERFORM EDIT-PARM-FIELDS.
030900    	PERFORM OPEN-REPORT-FILE.
031000    	PERFORM WRITE-REPORT-HEADING.
031100    	IF NOT PARM-MODE-TEST
031200    	PERFORM CHECK-RUN-CONTROL
031300    	PERFORM WRITE-RUN-CONTROL-START
031400    	END-IF.
031500    	PERFORM PROVE-ALL-SOURCES.
031600    	PERFORM OPEN-TRAN-FILE.
031700
031800 READ-PARM-RECORD.
031900    	OPEN INPUT PARM-FILE.
032000    	MOVE "PARM-FILE" TO WS-CHECK-FILE-NAME.
032100    	MOVE WS-PARM-STATUS TO WS-CHECK-FILE-STATUS.
032200    	PERFORM FILE-STATUS-CHECK.
032300    	READ PARM-FILE.
032400    	MOVE WS-PARM-STATUS TO WS-CHECK-FILE-STATUS.
032500    	PERFORM FILE-STATUS-CHECK.
032600    	CLOSE PARM-FILE.
032700    	MOVE WS-PARM-STATUS TO WS-CHECK-FILE-STATUS.
032800    	PERFORM FILE-STATUS-CHECK.
032900
033000 EDIT-PARM-FIELDS.
033100    	IF PARM-RUN-DATE IS NUMERIC
033200    	MOVE PARM-RUN-DATE TO WS-RUN-DATE-NUM
033300    	ELSE
033400    	MOVE WS-CURRENT-DATE TO WS-RUN-DATE-NUM
033500    	END-IF.
033600
033700 OPEN-REPORT-FILE.
033800    	OPEN OUTPUT REPORT-FILE.
033900    	MOVE "REPORT-FILE" TO WS-CHECK-FILE-NAME.
034000    	MOVE WS-REPORT-STATUS TO WS-CHECK-FILE-STATUS.
034100    	PERFORM FILE-STATUS-CHECK.
034200
034300 WRITE-REPORT-HEADING.
034400    	MOVE WS-RUN-DATE-NUM TO RPT-HDG-RUN-DATE.
034500    	IF PARM-MODE-TEST
034600    	MOVE "TEST MODE - NOT ON RUNCTL" TO RPT-HDG-MODE
034700    	ELSE
034800    	MOVE SPACES TO RPT-HDG-MODE
034900    	END-IF.
035000    	MOVE WS-REPORT-HEADING-1 TO REPORT-RECORD.
035100    	PERFORM WRITE-REPORT-LINE.
035200    	MOVE SPACES TO REPORT-RECORD.
035300    	PERFORM WRITE-REPORT-LINE.
035400    	MOVE WS-REPORT-HEADING-2 TO REPORT-RECORD.
035500    	PERFORM WRITE-REPORT-LINE.
035600
035700*    FIRST PASS: EACH FILE IS READ HEADER TO TRAILER AND
035800*    BALANCED ON ITS OWN.  EVERY FAULT IS REPORTED; ANY FAULT
035900*    REFUSES THE RUN ONCE ALL THREE HAVE BEEN LOOKED AT.
036000 PROVE-ALL-SOURCES.
036100    	INITIALIZE WS-SOURCE-RESULTS.
036200    	MOVE 1 TO WS-SOURCE-SUB.
036300    	PERFORM PROVE-ONE-SOURCE UNTIL WS-SOURCE-SUB > 3.
036400    	IF MERGE-OUT-OF-BALANCE
036500    	PERFORM REFUSE-THE-RUN
036600    	END-IF.
036700
036800 PROVE-ONE-SOURCE.
036900    	PERFORM OPEN-SOURCE-FILE.
037000    	IF SOURCE-FILE-OPEN
037100    	PERFORM CHECK-SOURCE-HEADER
037200    	END-IF.
037300    	IF SOURCE-FILE-OPEN
037400    	PERFORM PROVE-SOURCE-DETAILS
037500    	PERFORM CLOSE-SOURCE-FILE
037600    	END-IF.
037700    	ADD 1 TO WS-SOURCE-SUB.
037800
037900*    AN ABSENT FILE (STATUS 35) IS ONLY AN ERROR FOR THE
038000*    REGULAR FEED, WHICH ABENDS ON IT AS THE POSTING RUN
038100*    ABENDS ON A MISSING TRANFILE.
038200 OPEN-SOURCE-FILE.
038300    	SET SOURCE-NOT-EOF TO TRUE.
038400    	SET TRAILER-NOT-SEEN TO TRUE.
038500    	IF WS-SOURCE-SUB = 1
038600    	OPEN INPUT FEED-FILE
038700    	MOVE WS-FEED-STATUS TO WS-SOURCE-OPEN-STATUS
038800    	END-IF.
038900    	IF WS-SOURCE-SUB = 2
039000    	OPEN INPUT LOCKBOX-TRAN-FILE
039100    	MOVE WS-LOCKBOX-TRAN-STATUS TO WS-SOURCE-OPEN-STATUS
039200    	END-IF.
039300    	IF WS-SOURCE-SUB = 3
039400    	OPEN INPUT CHARGE-TRAN-FILE
039500    	MOVE WS-CHARGE-TRAN-STATUS TO WS-SOURCE-OPEN-STATUS
039600    	END-IF.
039700    	IF WS-SOURCE-OPEN-STATUS = "35" AND
039800    	   NOT SRC-REQUIRED(WS-SOURCE-SUB)
039900    	SET SRC-NOT-PRESENT(WS-SOURCE-SUB) TO TRUE
040000    	ELSE
040100    	MOVE WS-SRC-NAME(WS-SOURCE-SUB) TO WS-CHECK-FILE-NAME
040200    	MOVE WS-SOURCE-OPEN-STATUS TO WS-CHECK-FILE-STATUS
040300    	PERFORM FILE-STATUS-CHECK
040400    	SET SOURCE-FILE-OPEN TO TRUE
040500    	END-IF.
040600
040700*    ONE RECORD FROM WHICHEVER FILE IS OPEN, INTO THE DETAIL
040800*    WORK AREA.  THE CONTROL TRAILER ENDS THE DETAILS AND ITS
040900*    CLAIMED TOTALS ARE KEPT FOR THE PROOF.
041000 READ-SOURCE-RECORD.
041100    	IF WS-SOURCE-SUB = 1
041200    	READ FEED-FILE
041300    	AT END
041400    	SET SOURCE-EOF TO TRUE
041500    	END-READ
041600    	MOVE FEED-RECORD TO WS-SOURCE-RECORD
041700    	MOVE WS-FEED-STATUS TO WS-CHECK-FILE-STATUS
041800    	END-IF.
041900    	IF WS-SOURCE-SUB = 2
042000    	READ LOCKBOX-TRAN-FILE
042100    	AT END
042200    	SET SOURCE-EOF TO TRUE
042300    	END-READ
042400    	MOVE LOCKBOX-TRAN-RECORD TO WS-SOURCE-RECORD
042500    	MOVE WS-LOCKBOX-TRAN-STATUS TO WS-CHECK-FILE-STATUS
042600    	END-IF.
042700    	IF WS-SOURCE-SUB = 3
042800    	READ CHARGE-TRAN-FILE
042900    	AT END
043000    	SET SOURCE-EOF TO TRUE
043100    	END-READ
043200    	MOVE CHARGE-TRAN-RECORD TO WS-SOURCE-RECORD
043300    	MOVE WS-CHARGE-TRAN-STATUS TO WS-CHECK-FILE-STATUS
043400    	END-IF.
043500    	IF SOURCE-NOT-EOF
043600    	MOVE WS-SRC-NAME(WS-SOURCE-SUB) TO WS-CHECK-FILE-NAME
043700    	PERFORM FILE-STATUS-CHECK
043800    	MOVE WS-SOURCE-RECORD TO WS-TRAN-WORK
043900    	IF TRAN-RECORD-TYPE = "TRL"
044000    	MOVE WS-SOURCE-RECORD TO WS-CONTROL-WORK
044100    	SET TRAILER-SEEN TO TRUE
044200    	MOVE CTL-RECORD-COUNT TO WS-TRAILER-COUNT
044300    	MOVE CTL-AMOUNT-HASH TO WS-TRAILER-HASH
044400    	MOVE CTL-TYPE-TOTALS TO WS-TRAILER-TYPE-TOTALS
044500    	END-IF
044600    	END-IF.
044700
044800 CLOSE-SOURCE-FILE.
044900    	IF WS-SOURCE-SUB = 1
045000    	CLOSE FEED-FILE
045100    	MOVE WS-FEED-STATUS TO WS-CHECK-FILE-STATUS
045200    	END-IF.
045300    	IF WS-SOURCE-SUB = 2
045400    	CLOSE LOCKBOX-TRAN-FILE
045500    	MOVE WS-LOCKBOX-TRAN-STATUS TO WS-CHECK-FILE-STATUS
045600    	END-IF.
045700    	IF WS-SOURCE-SUB = 3
045800    	CLOSE CHARGE-TRAN-FILE
045900    	MOVE WS-CHARGE-TRAN-STATUS TO WS-CHECK-FILE-STATUS
046000    	END-IF.
046100    	SET SOURCE-FILE-CLOSED TO TRUE.
046200    	MOVE WS-SRC-NAME(WS-SOURCE-SUB) TO WS-CHECK-FILE-NAME.
046300    	PERFORM FILE-STATUS-CHECK.
046400
046500*    THE FIRST RECORD MUST BE THE CONTROL HEADER, AS THE POSTING
046600*    RUN REQUIRES.  AN EMPTY LBXTRAN OR FINTRAN HAS NOTHING TO
046700*    TAKE; ONE DATED FOR ANOTHER NIGHT IS LEFT OUT.  THE REGULAR
046800*    FEED MUST HAVE A HEADER AND MUST BE TONIGHT'S.
046900 CHECK-SOURCE-HEADER.
047000    	PERFORM READ-SOURCE-RECORD.
047100    	IF SOURCE-EOF AND NOT SRC-REQUIRED(WS-SOURCE-SUB)
047200    	SET SRC-EMPTY(WS-SOURCE-SUB) TO TRUE
047300    	PERFORM CLOSE-SOURCE-FILE
047400    	ELSE
047500    	IF SOURCE-EOF OR TRAN-RECORD-TYPE NOT = "HDR"
047600    	MOVE "M005" TO MSG-NUMBER
047700    	SET MSG-SEVERITY-ERROR TO TRUE
047800    	MOVE SPACES TO MSG-TEXT
047900    	STRING "RUN REFUSED - " WS-SRC-NAME(WS-SOURCE-SUB)
048000    	    " HAS NO CONTROL HEADER"
048100    	    DELIMITED BY SIZE INTO MSG-TEXT
048200    	PERFORM LOG-OPERATOR-MESSAGE
048300    	PERFORM REFUSE-THE-RUN
048400    	END-IF
048500    	MOVE WS-TRAN-WORK TO WS-CONTROL-WORK
048600    	MOVE CTL-RUN-DATE TO WS-CTL-DATE-X
048700    	MOVE WS-CTL-DATE-X TO WS-SRC-HEADER-DATE(WS-SOURCE-SUB)
048800    	IF WS-CTL-DATE-X NOT = PARM-RUN-DATE
048900    	IF SRC-REQUIRED(WS-SOURCE-SUB)
049000    	MOVE "M006" TO MSG-NUMBER
049100    	SET MSG-SEVERITY-ERROR TO TRUE
049200    	MOVE SPACES TO MSG-TEXT
049300    	STRING "RUN REFUSED - " WS-SRC-NAME(WS-SOURCE-SUB)
049400    	    " DATED " WS-CTL-DATE-X
049500    	    " NOT PARM RUN DATE " PARM-RUN-DATE
049600    	    DELIMITED BY SIZE INTO MSG-TEXT
049700    	PERFORM LOG-OPERATOR-MESSAGE
049800    	PERFORM REFUSE-THE-RUN
049900    	END-IF
050000    	SET SRC-NOT-TONIGHT(WS-SOURCE-SUB) TO TRUE
050100    	PERFORM CLOSE-SOURCE-FILE
050200    	END-IF
050300    	END-IF.
050400
050500 PROVE-SOURCE-DETAILS.
050600    	MOVE ZERO TO WS-SOURCE-READ-COUNT.
050700    	MOVE ZERO TO WS-SOURCE-HASH.
050800    	INITIALIZE WS-TYPE-TOTALS-IN.
050900    	PERFORM READ-SOURCE-RECORD.
051000    	PERFORM COUNT-SOURCE-DETAIL
051100    	    UNTIL SOURCE-EOF OR TRAILER-SEEN.
051200    	MOVE WS-SOURCE-READ-COUNT TO
051300    	    WS-SRC-COUNT(WS-SOURCE-SUB).
051400    	MOVE WS-SOURCE-HASH TO WS-SRC-HASH(WS-SOURCE-SUB).
051500    	SET SRC-PROVEN(WS-SOURCE-SUB) TO TRUE.
051600    	PERFORM CHECK-SOURCE-TRAILER.
051700
051800 COUNT-SOURCE-DETAIL.
051900    	ADD 1 TO WS-SOURCE-READ-COUNT.
052000    	ADD 1 TO WS-RECORDS-READ.
052100    	IF TRAN-AMOUNT IS NUMERIC
052200    	ADD TRAN-AMOUNT TO WS-SOURCE-HASH
052300    	END-IF.
052400    	PERFORM SET-TYPE-SUBSCRIPT.
052500    	IF WS-TYPE-SUB > ZERO AND TRAN-AMOUNT IS NUMERIC
052600    	ADD 1 TO WS-TYPE-IN-COUNT(WS-TYPE-SUB)
052700    	ADD TRAN-AMOUNT TO WS-TYPE-IN-AMOUNT(WS-TYPE-SUB)
052800    	END-IF.
052900    	PERFORM READ-SOURCE-RECORD.
053000
053100*    THE POSTING RUN'S BALANCING RULES, FILE BY FILE: A MISSING
053200*    OR UNREADABLE TRAILER, OR A COUNT, HASH OR TYPE BUCKET THAT
053300*    DOES NOT MATCH THE DETAILS, PUTS THE FILE OUT OF BALANCE.
053400 CHECK-SOURCE-TRAILER.
053500    	IF TRAILER-NOT-SEEN
053600    	MOVE "M010" TO MSG-NUMBER
053700    	SET MSG-SEVERITY-ERROR TO TRUE
053800    	MOVE SPACES TO MSG-TEXT
053900    	STRING "OUT OF BALANCE - NO CONTROL TRAILER ON "
054000    	    WS-SRC-NAME(WS-SOURCE-SUB)
054100    	    DELIMITED BY SIZE INTO MSG-TEXT
054200    	PERFORM NOTE-SOURCE-FAULT
054300    	ELSE
054400    	IF WS-TRAILER-COUNT NOT NUMERIC OR
054500    	   WS-TRAILER-HASH NOT NUMERIC
054600    	MOVE "M011" TO MSG-NUMBER
054700    	SET MSG-SEVERITY-ERROR TO TRUE
054800    	MOVE SPACES TO MSG-TEXT
054900    	STRING "OUT OF BALANCE - CONTROL TRAILER ON "
055000    	    WS-SRC-NAME(WS-SOURCE-SUB) " IS NOT NUMERIC"
055100    	    DELIMITED BY SIZE INTO MSG-TEXT
055200    	PERFORM NOTE-SOURCE-FAULT
055300    	ELSE
055400    	IF WS-TRAILER-COUNT NOT = WS-SOURCE-READ-COUNT
055500    	MOVE "M012" TO MSG-NUMBER
055600    	SET MSG-SEVERITY-ERROR TO TRUE
055700    	MOVE SPACES TO MSG-TEXT
055800    	STRING "OUT OF BALANCE - " WS-SRC-NAME(WS-SOURCE-SUB)
055900    	    " TRAILER COUNT " WS-TRAILER-COUNT
056000    	    " BUT RECORDS READ " WS-SOURCE-READ-COUNT
056100    	    DELIMITED BY SIZE INTO MSG-TEXT
056200    	PERFORM NOTE-SOURCE-FAULT
056300    	END-IF
056400    	IF WS-TRAILER-HASH NOT = WS-SOURCE-HASH
056500    	MOVE "M013" TO MSG-NUMBER
056600    	SET MSG-SEVERITY-ERROR TO TRUE
056700    	MOVE SPACES TO MSG-TEXT
056800    	STRING "OUT OF BALANCE - " WS-SRC-NAME(WS-SOURCE-SUB)
056900    	    " TRAILER HASH " WS-TRAILER-HASH
057000    	    " BUT READ " WS-SOURCE-HASH
057100    	    DELIMITED BY SIZE INTO MSG-TEXT
057200    	PERFORM NOTE-SOURCE-FAULT
057300    	END-IF
057400    	MOVE 1 TO WS-TYPE-SUB
057500    	PERFORM CHECK-ONE-TYPE-BUCKET
057600    	    UNTIL WS-TYPE-SUB > 4
057700    	END-IF
057800    	END-IF.
057900
058000*    A TRAILER CUT BEFORE THE BUCKETS EXISTED CARRIES SPACES
058100*    THERE AND IS ONLY HELD TO THE MIXED COUNT AND HASH.
058200 CHECK-ONE-TYPE-BUCKET.
058300    	IF WS-TYPE-TRL-COUNT(WS-TYPE-SUB) IS NUMERIC AND
058400    	   WS-TYPE-TRL-AMOUNT(WS-TYPE-SUB) IS NUMERIC
058500    	IF WS-TYPE-TRL-COUNT(WS-TYPE-SUB) NOT =
058600    	   WS-TYPE-IN-COUNT(WS-TYPE-SUB) OR
058700    	   WS-TYPE-TRL-AMOUNT(WS-TYPE-SUB) NOT =
058800    	   WS-TYPE-IN-AMOUNT(WS-TYPE-SUB)
058900    	MOVE "M014" TO MSG-NUMBER
059000    	SET MSG-SEVERITY-ERROR TO TRUE
059100    	MOVE SPACES TO MSG-TEXT
059200    	STRING "OUT OF BALANCE - " WS-SRC-NAME(WS-SOURCE-SUB)
059300    	    " TYPE " WS-TYPE-LABEL(WS-TYPE-SUB)
059400    	    " TRAILER COUNT " WS-TYPE-TRL-COUNT(WS-TYPE-SUB)
059500    	    " BUT READ " WS-TYPE-IN-COUNT(WS-TYPE-SUB)
059600    	    DELIMITED BY SIZE INTO MSG-TEXT
059700    	PERFORM NOTE-SOURCE-FAULT
059800    	END-IF
059900    	END-IF.
060000    	ADD 1 TO WS-TYPE-SUB.
060100
060200 NOTE-SOURCE-FAULT.
060300    	PERFORM LOG-OPERATOR-MESSAGE.
060400    	SET SRC-OUT-OF-BALANCE(WS-SOURCE-SUB) TO TRUE.
060500    	SET MERGE-OUT-OF-BALANCE TO TRUE.
060600    	ADD 1 TO WS-RECORDS-REJECTED.
060700
060800 SET-TYPE-SUBSCRIPT.
060900    	MOVE ZERO TO WS-TYPE-SUB.
061000    	IF TRAN-DETAIL-RECORD
061100    	IF TRAN-TYPE-DEBIT
061200    	MOVE 1 TO WS-TYPE-SUB
061300    	ELSE
061400    	IF TRAN-TYPE-CREDIT
061500    	MOVE 2 TO WS-TYPE-SUB
061600    	ELSE
061700    	IF TRAN-TYPE-ADJUSTMENT
061800    	MOVE 3 TO WS-TYPE-SUB
061900    	ELSE
062000    	IF TRAN-TYPE-REVERSAL
062100    	MOVE 4 TO WS-TYPE-SUB
062200    	END-IF
062300    	END-IF
062400    	END-IF
062500    	END-IF
062600    	END-IF.
062700
062800*    THE MERGED FILE OPENS WITH ONE CONTROL HEADER DATED FOR
062900*    TONIGHT'S POSTING RUN.
063000 OPEN-TRAN-FILE.
063100    	OPEN OUTPUT TRAN-FILE.
063200    	MOVE "TRAN-FILE" TO WS-CHECK-FILE-NAME.
063300    	MOVE WS-TRAN-STATUS TO WS-CHECK-FILE-STATUS.
063400    	PERFORM FILE-STATUS-CHECK.
063500    	MOVE SPACES TO WS-CONTROL-WORK.
063600    	MOVE "HDR" TO CTL-RECORD-TYPE.
063700    	MOVE WS-RUN-DATE-NUM TO CTL-RUN-DATE.
063800    	MOVE ZERO TO CTL-RECORD-COUNT.
063900    	MOVE ZERO TO CTL-AMOUNT-HASH.
064000    	INITIALIZE CTL-TYPE-TOTALS.
064100    	MOVE WS-CONTROL-WORK TO TRAN-RECORD.
064200    	PERFORM WRITE-TRAN-RECORD.
064300
064400*    SECOND PASS: THE DETAILS OF EVERY PROVEN FILE, IN ORDER,
064500*    COPIED AS THEY STAND.  THEIR OWN HEADERS AND TRAILERS STAY
064600*    BEHIND.
064700 MAIN-PROCESS.
064800    	INITIALIZE WS-TYPE-TOTALS-OUT.
064900    	MOVE 1 TO WS-SOURCE-SUB.
065000    	PERFORM MERGE-ONE-SOURCE UNTIL WS-SOURCE-SUB > 3.
065100
065200 MERGE-ONE-SOURCE.
065300    	IF SRC-PROVEN(WS-SOURCE-SUB)
065400    	PERFORM OPEN-SOURCE-FILE
065500    	PERFORM READ-SOURCE-RECORD
065600    	PERFORM READ-SOURCE-RECORD
065700    	PERFORM COPY-ONE-DETAIL
065800    	    UNTIL SOURCE-EOF OR TRAILER-SEEN
065900    	PERFORM CLOSE-SOURCE-FILE
066000    	END-IF.
066100    	ADD 1 TO WS-SOURCE-SUB.
066200
066300 COPY-ONE-DETAIL.
066400    	MOVE WS-TRAN-WORK TO TRAN-RECORD.
066500    	PERFORM WRITE-TRAN-RECORD.
066600    	ADD 1 TO WS-RECORDS-WRITTEN.
066700    	IF TRAN-AMOUNT IS NUMERIC
066800    	ADD TRAN-AMOUNT TO WS-HASH-OUT
066900    	END-IF.
067000    	PERFORM SET-TYPE-SUBSCRIPT.
067100    	IF WS-TYPE-SUB > ZERO AND TRAN-AMOUNT IS NUMERIC
067200    	ADD 1 TO WS-TYPE-OUT-COUNT(WS-TYPE-SUB)
067300    	ADD TRAN-AMOUNT TO WS-TYPE-OUT-AMOUNT(WS-TYPE-SUB)
067400    	END-IF.
067500    	PERFORM READ-SOURCE-RECORD.
067600
067700 WRITE-TRAN-RECORD.
067800    	WRITE TRAN-RECORD.
067900    	MOVE "TRAN-FILE" TO WS-CHECK-FILE-NAME.
068000    	MOVE WS-TRAN-STATUS TO WS-CHECK-FILE-STATUS.
068100    	PERFORM FILE-STATUS-CHECK.
068200
068300 WRITE-REPORT-LINE.
068400    	WRITE REPORT-RECORD.
068500    	MOVE "REPORT-FILE" TO WS-CHECK-FILE-NAME.
068600    	MOVE WS-REPORT-STATUS TO WS-CHECK-FILE-STATUS.
068700    	PERFORM FILE-STATUS-CHECK.
068800
068900*    THE TRAILER CARRIES WHAT WAS ACTUALLY WRITTEN, SO THE
069000*    POSTING RUN BALANCES THE MERGED FILE LIKE ANY OTHER.  AN
069100*    ABENDED MERGE GETS NO TRAILER: A PART-COPIED TRANFILE MUST
069200*    FAIL THE POSTING RUN'S BALANCING, NOT PASS IT.
069300 CLOSING-PROCEDURE.
069400    	SET CLOSING-IN-PROGRESS TO TRUE.
069500    	IF WS-TRAN-STATUS NOT = SPACES AND NO-ABEND-OCCURRED
069600    	PERFORM WRITE-TRAN-TRAILER
069700    	END-IF.
069800    	IF WS-REPORT-STATUS NOT = SPACES
069900    	PERFORM WRITE-SOURCE-LINES
070000    	PERFORM WRITE-MERGE-TOTALS
070100    	PERFORM WRITE-RUN-SUMMARY
070200    	END-IF.
070300    	PERFORM CLOSE-ALL-FILES.
070400    	PERFORM WRITE-RUN-CONTROL-STOP.
070500
070600 WRITE-TRAN-TRAILER.
070700    	MOVE SPACES TO WS-CONTROL-WORK.
070800    	MOVE "TRL" TO CTL-RECORD-TYPE.
070900    	MOVE WS-RUN-DATE-NUM TO CTL-RUN-DATE.
071000    	MOVE WS-RECORDS-WRITTEN TO CTL-RECORD-COUNT.
071100    	MOVE WS-HASH-OUT TO CTL-AMOUNT-HASH.
071200    	MOVE 1 TO WS-TYPE-SUB.
071300    	PERFORM SET-ONE-TRAILER-BUCKET
071400    	    UNTIL WS-TYPE-SUB > 4.
071500    	MOVE WS-CONTROL-WORK TO TRAN-RECORD.
071600    	PERFORM WRITE-TRAN-RECORD.
071700
071800 SET-ONE-TRAILER-BUCKET.
071900    	MOVE WS-TYPE-OUT-COUNT(WS-TYPE-SUB) TO
072000    	    CTL-TYPE-COUNT(WS-TYPE-SUB).
072100    	MOVE WS-TYPE-OUT-AMOUNT(WS-TYPE-SUB) TO
072200    	    CTL-TYPE-AMOUNT(WS-TYPE-SUB).
072300    	ADD 1 TO WS-TYPE-SUB.
072400
072500*    ONE LINE PER INPUT FILE, SAYING WHAT BECAME OF IT.
072600 WRITE-SOURCE-LINES.
072700    	MOVE 1 TO WS-SOURCE-SUB.
072800    	PERFORM WRITE-ONE-SOURCE-LINE UNTIL WS-SOURCE-SUB > 3.
072900
073000 WRITE-ONE-SOURCE-LINE.
073100    	MOVE SPACES TO WS-REPORT-DETAIL.
073200    	MOVE WS-SRC-NAME(WS-SOURCE-SUB) TO RPT-FILE-NAME.
073300    	MOVE WS-SRC-HEADER-DATE(WS-SOURCE-SUB) TO
073400    	    RPT-HEADER-DATE.
073500    	MOVE WS-SRC-COUNT(WS-SOURCE-SUB) TO RPT-DETAIL-COUNT.
073600    	MOVE WS-SRC-HASH(WS-SOURCE-SUB) TO RPT-AMOUNT-HASH.
073700    	IF SRC-NOT-READ(WS-SOURCE-SUB)
073800    	MOVE "NOT READ" TO RPT-ACTION
073900    	END-IF.
074000    	IF SRC-NOT-PRESENT(WS-SOURCE-SUB)
074100    	MOVE "NOT PRESENT" TO RPT-ACTION
074200    	END-IF.
074300    	IF SRC-EMPTY(WS-SOURCE-SUB)
074400    	MOVE "EMPTY - NOTHING TO TAKE" TO RPT-ACTION
074500    	END-IF.
074600    	IF SRC-NOT-TONIGHT(WS-SOURCE-SUB)
074700    	MOVE "NOT FOR TONIGHT - LEFT OUT" TO RPT-ACTION
074800    	END-IF.
074900    	IF SRC-OUT-OF-BALANCE(WS-SOURCE-SUB)
075000    	MOVE "OUT OF BALANCE" TO RPT-ACTION
075100    	END-IF.
075200    	IF SRC-PROVEN(WS-SOURCE-SUB)
075300    	IF WS-TRAN-STATUS NOT = SPACES AND NO-ABEND-OCCURRED
075400    	MOVE "MERGED" TO RPT-ACTION
075500    	ELSE
075600    	MOVE "PROVEN - NOT MERGED" TO RPT-ACTION
075700    	END-IF
075800    	END-IF.
075900    	MOVE WS-REPORT-DETAIL TO REPORT-RECORD.
076000    	PERFORM WRITE-REPORT-LINE.
076100    	ADD 1 TO WS-SOURCE-SUB.
076200
076300 WRITE-MERGE-TOTALS.
076400    	MOVE SPACES TO REPORT-RECORD.
076500    	PERFORM WRITE-REPORT-LINE.
076600    	MOVE SPACES TO WS-BANNER-LINE.
076700    	IF WS-TRAN-STATUS NOT = SPACES AND NO-ABEND-OCCURRED
076800    	MOVE WS-HASH-OUT TO WS-TOTAL-EDIT
076900    	STRING "TRANFILE CUT FOR " WS-RUN-DATE-NUM
077000    	    "   DETAILS: " WS-RECORDS-WRITTEN
077100    	    "   AMOUNT HASH: " WS-TOTAL-EDIT
077200    	    DELIMITED BY SIZE INTO WS-BANNER-LINE
077300    	ELSE
077400    	MOVE "NO TRANFILE CUT" TO WS-BANNER-LINE
077500    	END-IF.
077600    	MOVE WS-BANNER-LINE TO REPORT-RECORD.
077700    	PERFORM WRITE-REPORT-LINE.
077800
077900*    STANDARD END-OF-JOB BANNER IN THE TEMPLATE.COB STYLE.
078000*    RECORDS READ COUNTS THE DETAILS PROVEN, WRITTEN THE DETAILS
078100*    MERGED AND REJECTED THE BALANCING FAULTS FOUND.
078200 WRITE-RUN-SUMMARY.
078300    	ACCEPT WS-RUN-STOP-TIME FROM TIME.
078400    	MOVE SPACES TO REPORT-RECORD.
078500    	PERFORM WRITE-REPORT-LINE.
078600    	MOVE SPACES TO WS-BANNER-LINE.
078700    	STRING "RUN SUMMARY FOR PROGRAM: " WS-WORK-PROGRAM-ID
078800    	    DELIMITED BY SIZE INTO WS-BANNER-LINE.
078900    	MOVE WS-BANNER-LINE TO REPORT-RECORD.
079000    	PERFORM WRITE-REPORT-LINE.
079100    	MOVE SPACES TO WS-BANNER-LINE.
079200    	STRING "RUN DATE: " WS-CURRENT-DATE
079300    	    "   START: " WS-START-HH ":" WS-START-MM ":"
079400    	    WS-START-SS
079500    	    "   STOP: "  WS-STOP-HH ":" WS-STOP-MM ":"
079600    	    WS-STOP-SS
079700    	    DELIMITED BY SIZE INTO WS-BANNER-LINE.
079800    	MOVE WS-BANNER-LINE TO REPORT-RECORD.
079900    	PERFORM WRITE-REPORT-LINE.
080000    	MOVE SPACES TO WS-BANNER-LINE.
080100    	STRING "RECORDS READ: " WS-RECORDS-READ
080200    	    "   WRITTEN: " WS-RECORDS-WRITTEN
080300    	    "   REJECTED: " WS-RECORDS-REJECTED
080400    	    DELIMITED BY SIZE INTO WS-BANNER-LINE.
080500    	MOVE WS-BANNER-LINE TO REPORT-RECORD.
080600    	PERFORM WRITE-REPORT-LINE.
080700
080800 CLOSE-ALL-FILES.
080900    	IF SOURCE-FILE-OPEN
081000    	PERFORM CLOSE-SOURCE-FILE
081100    	END-IF.
081200    	IF WS-TRAN-STATUS NOT = SPACES
081300    	CLOSE TRAN-FILE
081400    	MOVE "TRAN-FILE" TO WS-CHECK-FILE-NAME
081500    	MOVE WS-TRAN-STATUS TO WS-CHECK-FILE-STATUS
081600    	PERFORM FILE-STATUS-CHECK
081700    	END-IF.
081800    	IF WS-REPORT-STATUS NOT = SPACES
081900    	CLOSE REPORT-FILE
082000    	MOVE "REPORT-FILE" TO WS-CHECK-FILE-NAME
082100    	MOVE WS-REPORT-STATUS TO WS-CHECK-FILE-STATUS
082200    	PERFORM FILE-STATUS-CHECK
082300    	END-IF.
082400
082500*    JOB-STREAM SEQUENCE ENFORCEMENT IN THE TEMPLATE.COB
082600*    STYLE: THE RUN IS REFUSED WHEN THIS JOB ALREADY RAN CLEAN
082700*    FOR THE RUN DATE.
082800 CHECK-RUN-CONTROL.
082900    	OPEN INPUT RUN-CONTROL-FILE.
083000    	IF WS-RUN-CONTROL-STATUS = "35"
083100    	SET RUN-CONTROL-EOF TO TRUE
083200    	ELSE
083300    	MOVE "RUN-CONTROL-FILE" TO WS-CHECK-FILE-NAME
083400    	MOVE WS-RUN-CONTROL-STATUS TO WS-CHECK-FILE-STATUS
083500    	PERFORM FILE-STATUS-CHECK
083600    	PERFORM READ-RUN-CONTROL-RECORD
083700    	PERFORM SCAN-RUN-CONTROL-ROW UNTIL RUN-CONTROL-EOF
083800    	CLOSE RUN-CONTROL-FILE
083900    	MOVE WS-RUN-CONTROL-STATUS TO WS-CHECK-FILE-STATUS
084000    	PERFORM FILE-STATUS-CHECK
084100    	END-IF.
084200    	IF WS-PREDECESSOR-ID NOT = SPACES AND
084300    	   PREDECESSOR-NOT-ENDED
084400    	MOVE "M008" TO MSG-NUMBER
084500    	SET MSG-SEVERITY-ERROR TO TRUE
084600    	MOVE SPACES TO MSG-TEXT
084700    	STRING "RUN REFUSED - PREDECESSOR "
084800    	    WS-PREDECESSOR-ID " HAS NOT ENDED CLEAN FOR "
084900    	    WS-RUN-DATE-NUM
085000    	    DELIMITED BY SIZE INTO MSG-TEXT
085100    	PERFORM LOG-OPERATOR-MESSAGE
085200    	PERFORM REFUSE-THE-RUN
085300    	END-IF.
085400    	IF ALREADY-RAN-CLEAN
085500    	MOVE "M009" TO MSG-NUMBER
085600    	SET MSG-SEVERITY-ERROR TO TRUE
085700    	MOVE SPACES TO MSG-TEXT
085800    	STRING "RUN REFUSED - " WS-WORK-PROGRAM-ID
085900    	    " ALREADY RAN CLEAN FOR " WS-RUN-DATE-NUM
086000    	    DELIMITED BY SIZE INTO MSG-TEXT
086100    	PERFORM LOG-OPERATOR-MESSAGE
086200    	PERFORM REFUSE-THE-RUN
086300    	END-IF.
086400
086500 READ-RUN-CONTROL-RECORD.
086600    	READ RUN-CONTROL-FILE
086700    	AT END
086800    	SET RUN-CONTROL-EOF TO TRUE
086900    	END-READ.
087000    	IF RUN-CONTROL-NOT-EOF
087100    	MOVE "RUN-CONTROL-FILE" TO WS-CHECK-FILE-NAME
087200    	MOVE WS-RUN-CONTROL-STATUS TO WS-CHECK-FILE-STATUS
087300    	PERFORM FILE-STATUS-CHECK
087400    	END-IF.
087500
087600 SCAN-RUN-CONTROL-ROW.
087700    	IF RC-RUN-DATE = WS-RUN-DATE-NUM AND
087800    	   RC-STATUS-ENDED AND RC-RETURN-CODE < 8
087900    	IF RC-PROGRAM-ID = WS-PREDECESSOR-ID
088000    	SET PREDECESSOR-ENDED-CLEAN TO TRUE
088100    	END-IF
088200    	IF RC-PROGRAM-ID = WS-WORK-PROGRAM-ID
088300    	SET ALREADY-RAN-CLEAN TO TRUE
088400    	END-IF
088500    	END-IF.
088600    	PERFORM READ-RUN-CONTROL-RECORD.
088700
088800 WRITE-RUN-CONTROL-START.
088900    	OPEN EXTEND RUN-CONTROL-FILE.
089000    	IF WS-RUN-CONTROL-STATUS = "35"
089100    	OPEN OUTPUT RUN-CONTROL-FILE
089200    	END-IF.
089300    	MOVE "RUN-CONTROL-FILE" TO WS-CHECK-FILE-NAME.
089400    	MOVE WS-RUN-CONTROL-STATUS TO WS-CHECK-FILE-STATUS.
089500    	PERFORM FILE-STATUS-CHECK.
089600    	MOVE WS-WORK-PROGRAM-ID TO RC-PROGRAM-ID.
089700    	MOVE WS-RUN-DATE-NUM TO RC-RUN-DATE.
089800    	MOVE WS-RUN-START-TIME TO RC-START-TIME.
089900    	MOVE ZERO TO RC-STOP-TIME.
090000    	MOVE ZERO TO RC-RETURN-CODE.
090100    	SET RC-STATUS-STARTED TO TRUE.
090200    	WRITE RUN-CONTROL-RECORD.
090300    	MOVE WS-RUN-CONTROL-STATUS TO WS-CHECK-FILE-STATUS.
090400    	PERFORM FILE-STATUS-CHECK.
090500    	CLOSE RUN-CONTROL-FILE.
090600    	MOVE WS-RUN-CONTROL-STATUS TO WS-CHECK-FILE-STATUS.
090700    	PERFORM FILE-STATUS-CHECK.
090800    	SET START-ROW-WRITTEN TO TRUE.
090900
091000 WRITE-RUN-CONTROL-STOP.
091100    	IF START-ROW-WRITTEN
091200    	OPEN EXTEND RUN-CONTROL-FILE
091300    	IF WS-RUN-CONTROL-STATUS = "35"
091400    	OPEN OUTPUT RUN-CONTROL-FILE
091500    	END-IF
091600    	MOVE "RUN-CONTROL-FILE" TO WS-CHECK-FILE-NAME
091700    	MOVE WS-RUN-CONTROL-STATUS TO WS-CHECK-FILE-STATUS
091800    	PERFORM FILE-STATUS-CHECK
091900    	MOVE WS-WORK-PROGRAM-ID TO RC-PROGRAM-ID
092000    	MOVE WS-RUN-DATE-NUM TO RC-RUN-DATE
092100    	MOVE WS-RUN-START-TIME TO RC-START-TIME
092200    	MOVE WS-RUN-STOP-TIME TO RC-STOP-TIME
092300    	MOVE WS-RETURN-CODE TO RC-RETURN-CODE
092400    	SET RC-STATUS-ENDED TO TRUE
092500    	WRITE RUN-CONTROL-RECORD
092600    	MOVE WS-RUN-CONTROL-STATUS TO WS-CHECK-FILE-STATUS
092700    	PERFORM FILE-STATUS-CHECK
092800    	CLOSE RUN-CONTROL-FILE
092900    	MOVE WS-RUN-CONTROL-STATUS TO WS-CHECK-FILE-STATUS
093000    	PERFORM FILE-STATUS-CHECK
093100    	END-IF.
093200
093300*    CONTROLLED REFUSAL IN THE TEMPLATE.COB STYLE: NOT AN
093400*    ABEND - THE REPORT AND RUN SUMMARY STILL PRINT, AND THE
093500*    DATA-ERROR RETURN CODE STOPS THE JOB HERE.
093600 REFUSE-THE-RUN.
093700    	SET WS-RC-DATA-ERROR TO TRUE.
093800    	PERFORM CLOSING-PROCEDURE.
093900    	PERFORM PROGRAM-DONE.
094000
094100 LOG-OPERATOR-MESSAGE.
094200    	MOVE WS-WORK-PROGRAM-ID TO MSG-PROGRAM-ID.
094300    	CALL "MSGWRITE" USING WS-MESSAGE-AREA.
094400
094500*    SHARED I/O-ERROR ABORT IN THE TEMPLATE.COB STYLE.  STATUS
094600*    "00" AND "10" ARE THE ONLY NON-ERROR CODES; ANYTHING ELSE
094700*    CLOSES WHAT IT CAN AND ABENDS WITH RETURN CODE 16.
094800 FILE-STATUS-CHECK.
094900    	IF WS-CHECK-FILE-STATUS NOT = "00" AND
095000    	   WS-CHECK-FILE-STATUS NOT = "10"
095100    	MOVE "M015" TO MSG-NUMBER
095200    	SET MSG-SEVERITY-FATAL TO TRUE
095300    	MOVE SPACES TO MSG-TEXT
095400    	STRING "FILE I/O ERROR ON " WS-CHECK-FILE-NAME
095500    	    " - STATUS = " WS-CHECK-FILE-STATUS
095600    	    DELIMITED BY SIZE INTO MSG-TEXT
095700    	PERFORM LOG-OPERATOR-MESSAGE
095800    	SET WS-RC-ABEND TO TRUE
095900    	SET ABEND-OCCURRED TO TRUE
096000    	IF CLOSING-NOT-IN-PROGRESS
096100    	PERFORM CLOSING-PROCEDURE
096200    	PERFORM PROGRAM-DONE
096300    	END-IF
096400    	END-IF.
