001300* STRT/NEXT REQUESTS - NEVER OPENING THE MASTER ITSELF - AND
001400* PRINTS EVERY CUSTOMER'S BALANCE AGAINST ITS CREDIT LIMIT
001500* THROUGH THE RPTWRITE MODULE, WITH CONTROL BREAKS ON THE
001600* LEADING BYTE OF THE KEY.  EACH BALANCE IS AGED ITEM BY
001610* ITEM FROM THE OPEN-ITEM LEDGER (OPENITEM) AGAINST
001620* PARM-RUN-DATE INTO 0-30 / 31-60 / 61-90 / OVER-90 COLUMNS,
001630* SO ONE SMALL PAYMENT NO LONGER MAKES AN OLD BALANCE LOOK
001640* CURRENT.  OVER-LIMIT AND INACTIVE-WITH-BALANCE ACCOUNTS
001650* ARE FLAGGED ON THE LINE AND COUNTED.  THE RUN ENDS WITH
001660* SHOP TOTALS: CUSTOMER COUNT, TOTAL BALANCES, TOTAL CREDIT
001670* EXPOSURE AND THE AGED TOTAL OF EACH COLUMN.
001675*
001680* ACCOUNTS ON COLLECTIONS HOLD ARE LEFT OUT OF THE KEY-ORDER
001685* LISTING AND PRINTED TOGETHER AFTER IT, FROM A SECOND WALK
001690* OF THE MASTER, AS A GROUP OF THEIR OWN WITH ITS OWN
001695* SUBTOTAL, SO THE CREDIT DESK SEES EVERY HELD ACCOUNT AND
001700* ITS AGING IN ONE PLACE.  THEY STILL COUNT IN THE SHOP
001705* TOTALS.
002100*
002200 ENVIRONMENT DIVISION.
002300 INPUT-OUTPUT SECTION.
003000    	SELECT REPORT-FILE ASSIGN TO "REPTFILE"
003100    	    ORGANIZATION IS LINE SEQUENTIAL
003200    	    FILE STATUS IS WS-REPORT-STATUS.
003210
003220    	SELECT OPEN-ITEM-FILE ASSIGN TO "OPENITEM"
003230    	    ORGANIZATION IS INDEXED
003240    	    ACCESS MODE IS DYNAMIC
003250    	    RECORD KEY IS OIT-RECORD-KEY
003260    	    FILE STATUS IS WS-OPEN-ITEM-STATUS.
003300
003400 DATA DIVISION.
003500 FILE SECTION.
004100 FD  REPORT-FILE.
004200 01  REPORT-RECORD             PIC X(132).
004300
004310 FD  OPEN-ITEM-FILE.
004320 01  OPEN-ITEM-RECORD.
004330     COPY OITMREC.
004340
004400 WORKING-STORAGE SECTION.
004500
004600*    SHARED FILE-STATUS-CHECK CONTROLS
005700
005800 01  WS-PARM-STATUS            PIC X(02)  VALUE SPACES.
005900 01  WS-REPORT-STATUS          PIC X(02)  VALUE SPACES.
005910 01  WS-OPEN-ITEM-STATUS       PIC X(02)  VALUE SPACES.
006000
006100 01  WS-WORK-PROGRAM-ID        PIC X(08)  VALUE "CUSTRPT".
006200 01  WS-ABEND-SWITCH           PIC X(01)  VALUE "N".
006900 01  WS-MASTER-EOF-SWITCH      PIC X(01)  VALUE "N".
007000     88  MASTER-EOF                       VALUE "Y".
007100     88  MASTER-NOT-EOF                   VALUE "N".
007110 01  WS-LISTING-SWITCH         PIC X(01)  VALUE "K".
007120     88  LISTING-BY-KEY                   VALUE "K".
007130     88  LISTING-HELD                     VALUE "H".
007200
007300 01  WS-RUN-DATE-NUM           PIC 9(08)  VALUE ZERO.
007400 01  WS-RUN-DATE-INT           PIC S9(09) COMP VALUE ZERO.
007500 01  WS-ACTIVITY-DATE-INT      PIC S9(09) COMP VALUE ZERO.
007600 01  WS-AGE-DAYS               PIC S9(05) COMP VALUE ZERO.
007605
007610*    OPEN-ITEM AGING CONTROLS.  WITH NO LEDGER YET ON DISK
007615*    EVERY BALANCE AGES WHOLE FROM ITS LAST-ACTIVITY DATE.
007620 01  WS-LEDGER-SWITCH          PIC X(01)  VALUE "N".
007625     88  LEDGER-AVAILABLE                 VALUE "Y".
007630     88  LEDGER-NOT-AVAILABLE             VALUE "N".
007635 01  WS-ITEM-SCAN-SWITCH       PIC X(01)  VALUE "N".
007640     88  ITEM-SCAN-DONE                   VALUE "Y".
007645     88  ITEM-SCAN-MORE                   VALUE "N".
007650 01  WS-AGE-DATE               PIC 9(08)  VALUE ZERO.
007655 01  WS-AGE-AMOUNT             PIC S9(09)V99 VALUE ZERO.
007660 01  WS-UNITEMIZED-AMOUNT      PIC S9(09)V99 VALUE ZERO.
007665 01  WS-AGE-CURRENT            PIC S9(09)V99 VALUE ZERO.
007670 01  WS-AGE-31-60              PIC S9(09)V99 VALUE ZERO.
007675 01  WS-AGE-61-90              PIC S9(09)V99 VALUE ZERO.
007680 01  WS-AGE-OVER-90            PIC S9(09)V99 VALUE ZERO.
007700
007800*    THE CUSTOMER IN FLIGHT, UNPACKED FROM THE COMM-AREA
007900 01  WS-CUSTOMER-WORK.
008500 01  WS-TOTAL-EXPOSURE         PIC 9(13)V99 VALUE ZERO.
008600 01  WS-OVER-LIMIT-COUNT       PIC 9(09)  VALUE ZERO.
008700 01  WS-INACT-BAL-COUNT        PIC 9(09)  VALUE ZERO.
008710 01  WS-TOTAL-CURRENT          PIC S9(13)V99 VALUE ZERO.
008720 01  WS-TOTAL-31-60            PIC S9(13)V99 VALUE ZERO.
008730 01  WS-TOTAL-61-90            PIC S9(13)V99 VALUE ZERO.
008740 01  WS-TOTAL-OVER-90          PIC S9(13)V99 VALUE ZERO.
008750 01  WS-HELD-COUNT             PIC 9(09)  VALUE ZERO.
008760 01  WS-HELD-BALANCES          PIC S9(13)V99 VALUE ZERO.
008800
008810*    SHOP MESSAGE FACILITY CONTROLS.  SERIOUS CONDITIONS GO
008820*    OUT THROUGH MSGWRITE TO THE CONSOLE AND THE DATED
011430*    PRINT A NEGATIVE SHOP TOTAL WITH AN OVERPUNCHED DIGIT.
011440 01  WS-EDIT-BALANCES          PIC -(12)9.99.
011450 01  WS-EDIT-EXPOSURE          PIC Z(12)9.99.
011460 01  WS-EDIT-CURRENT           PIC -(12)9.99.
011470 01  WS-EDIT-31-60             PIC -(12)9.99.
011480 01  WS-EDIT-61-90             PIC -(12)9.99.
011490 01  WS-EDIT-OVER-90           PIC -(12)9.99.
011495 01  WS-EDIT-HELD              PIC -(12)9.99.
011500
011600*    TRIAL-BALANCE DETAIL LINE, ONE PER CUSTOMER
011700 01  WS-REPORT-DETAIL.
011800     05  FILLER                PIC X(01)  VALUE SPACE.
011900     05  RPT-CUST-KEY          PIC X(20).
012000     05  FILLER                PIC X(01)  VALUE SPACE.
012100     05  RPT-CUST-NAME         PIC X(14).
012200     05  FILLER                PIC X(01)  VALUE SPACE.
012300     05  RPT-CUST-STATUS       PIC X(01).
012400     05  FILLER                PIC X(01)  VALUE SPACE.
012500     05  RPT-BALANCE           PIC -(07)9.99.
012600     05  FILLER                PIC X(01)  VALUE SPACE.
012700     05  RPT-CREDIT-LIMIT      PIC Z(06)9.99.
013000     05  FILLER                PIC X(01)  VALUE SPACE.
013020     05  RPT-AGE-CURRENT       PIC -(07)9.99.
013040     05  FILLER                PIC X(01)  VALUE SPACE.
013060     05  RPT-AGE-31-60         PIC -(07)9.99.
013080     05  FILLER                PIC X(01)  VALUE SPACE.
013100     05  RPT-AGE-61-90         PIC -(07)9.99.
013120     05  FILLER                PIC X(01)  VALUE SPACE.
013140     05  RPT-AGE-OVER-90       PIC -(07)9.99.
013200     05  FILLER                PIC X(01)  VALUE SPACE.
013300     05  RPT-LIMIT-FLAG        PIC X(10).
013400     05  FILLER                PIC X(01)  VALUE SPACE.
013500     05  RPT-STATUS-FLAG       PIC X(11).
013700
013800 PROCEDURE DIVISION.
013900 PROGRAM-BEGIN.
015500    	PERFORM READ-PARM-RECORD.
015600    	PERFORM EDIT-PARM-FIELDS.
015700    	PERFORM INIT-REPORT-WRITER.
015710    	PERFORM OPEN-OPEN-ITEM-FILE.
015800
015900 READ-PARM-RECORD.
016000    	OPEN INPUT PARM-FILE.
018600    	    RPT-REPORT-TITLE.
018700    	MOVE " CUSTOMER KEY         NAME" TO
018800    	    RPT-COLUMN-HEADING-1.
018850    	MOVE "ST    BALANCE   CR-LIMIT" TO
018900    	    RPT-COLUMN-HEADING-1(38:).
018950    	MOVE "       0-30       31-60" TO
019000    	    RPT-COLUMN-HEADING-1(63:).
019050    	MOVE "      61-90     OVER 90 FLAGS" TO
019100    	    RPT-COLUMN-HEADING-1(87:).
019300    	MOVE ZERO TO RPT-LINES-PER-PAGE.
019400    	PERFORM CALL-REPORT-WRITER.
019405
019410*    THE LEDGER IS ONLY READ HERE.  ABSENT (STATUS 35) IT HAS
019415*    NOT BEEN BUILT YET AND THE REPORT AGES AS IT ALWAYS DID.
019420 OPEN-OPEN-ITEM-FILE.
019425    	OPEN INPUT OPEN-ITEM-FILE.
019430    	IF WS-OPEN-ITEM-STATUS = "35"
019435    	MOVE SPACES TO WS-OPEN-ITEM-STATUS
019440    	ELSE
019445    	MOVE "OPEN-ITEM-FILE" TO WS-CHECK-FILE-NAME
019450    	MOVE WS-OPEN-ITEM-STATUS TO WS-CHECK-FILE-STATUS
019455    	PERFORM FILE-STATUS-CHECK
019460    	SET LEDGER-AVAILABLE TO TRUE
019465    	END-IF.
019500
019600*    THE WHOLE MASTER IN KEY ORDER: POSITION AT THE TOP WITH
019605*    STRT, THEN NEXT UNTIL THE SERVICE ANSWERS NOT-FOUND.  THE
019610*    FIRST WALK LISTS EVERY ACCOUNT NOT ON HOLD; THE SECOND
019615*    LISTS ONLY THE HELD ONES.
019800 MAIN-PROCESS.
019810    	SET LISTING-BY-KEY TO TRUE.
019820    	PERFORM WALK-CUSTOMER-MASTER.
019830    	SET LISTING-HELD TO TRUE.
019840    	IF WS-RETURN-CODE < 8
019850    	PERFORM WALK-CUSTOMER-MASTER
019860    	END-IF.
019870
019880 WALK-CUSTOMER-MASTER.
019890    	SET MASTER-NOT-EOF TO TRUE.
019900    	MOVE "STRT" TO CA-REQUEST-CODE.
020000    	MOVE SPACES TO CA-KEY.
020100    	PERFORM CALL-CUSTOMER-SERVICE.
020300    	SET MASTER-EOF TO TRUE
020400    	END-IF.
020500    	PERFORM READ-NEXT-CUSTOMER.
020600    	PERFORM SELECT-ONE-CUSTOMER UNTIL MASTER-EOF.
020700
020800 READ-NEXT-CUSTOMER.
020900    	IF MASTER-NOT-EOF
022000*    ONE CUSTOMER: AGE IT, FLAG IT, ROLL IT INTO THE SHOP
022100*    TOTALS AND PRINT IT.  THE CONTROL KEY IS THE LEADING
022200*    BYTE OF THE CUSTOMER KEY, SO THE KEY-ORDERED WALK GETS A
022250*    SUBTOTAL AT EACH CHANGE OF KEY GROUP; THE HELD ACCOUNTS
022300*    SHARE ONE KEY AND SO ONE SUBTOTAL.
022400 REPORT-ONE-CUSTOMER.
022500    	ADD 1 TO WS-CUSTOMER-COUNT.
022600    	MOVE SPACES TO WS-REPORT-DETAIL.
024200    	PERFORM AGE-THIS-CUSTOMER.
024300    	PERFORM FLAG-THIS-CUSTOMER.
024400    	SET RPT-REQUEST-DETAIL TO TRUE.
024500    	IF LISTING-HELD
024501    	MOVE "COLLECTIONS HOLD" TO RPT-CONTROL-KEY
024502    	ELSE
024503    	MOVE CUST-KEY(1:1) TO RPT-CONTROL-KEY
024504    	END-IF.
024600    	MOVE WS-REPORT-DETAIL TO RPT-DETAIL-LINE.
024700    	IF CUST-CURRENT-BALANCE IS NUMERIC
024800    	MOVE CUST-CURRENT-BALANCE TO RPT-DETAIL-AMOUNT
025000    	MOVE ZERO TO RPT-DETAIL-AMOUNT
025100    	END-IF.
025200    	PERFORM CALL-REPORT-WRITER.
025205
025210 SELECT-ONE-CUSTOMER.
025215    	IF LISTING-HELD
025220    	IF CUST-STATUS-HOLD
025225    	PERFORM REPORT-ONE-CUSTOMER
025230    	END-IF
025235    	ELSE
025240    	IF NOT CUST-STATUS-HOLD
025245    	PERFORM REPORT-ONE-CUSTOMER
025250    	END-IF
025255    	END-IF.
025300    	PERFORM READ-NEXT-CUSTOMER.
025400
025500*    AGING FROM THE OPEN ITEMS' OWN DATES THROUGH DAY
025510*    INTEGERS, AS REJRECYC AGES SUSPENSE.  EACH OPEN DEBIT
025520*    AGES BY ITS ITEM DATE; AN UNAPPLIED CREDIT SITS IN THE
025530*    CURRENT COLUMN, WHERE IT IS NEXT TO BE APPLIED.  ANY PART
025540*    OF THE BALANCE THE LEDGER DOES NOT ITEMIZE - A CUSTOMER
025550*    NOT YET TOUCHED SINCE THE LEDGER BEGAN - AGES WHOLE FROM
025560*    THE LAST-ACTIVITY DATE, AS BEFORE.
025900 AGE-THIS-CUSTOMER.
025902    	MOVE ZERO TO WS-AGE-CURRENT.
025904    	MOVE ZERO TO WS-AGE-31-60.
025906    	MOVE ZERO TO WS-AGE-61-90.
025908    	MOVE ZERO TO WS-AGE-OVER-90.
025910    	IF CUST-CURRENT-BALANCE IS NUMERIC
025912    	MOVE CUST-CURRENT-BALANCE TO WS-UNITEMIZED-AMOUNT
025914    	ELSE
025916    	MOVE ZERO TO WS-UNITEMIZED-AMOUNT
025918    	END-IF.
025920    	IF LEDGER-AVAILABLE
025922    	PERFORM START-CUSTOMER-ITEMS
025924    	PERFORM AGE-ONE-ITEM UNTIL ITEM-SCAN-DONE
025926    	END-IF.
025928    	IF WS-UNITEMIZED-AMOUNT NOT = ZERO
025930    	MOVE CUST-LAST-ACTIVITY-DATE TO WS-AGE-DATE
025932    	MOVE WS-UNITEMIZED-AMOUNT TO WS-AGE-AMOUNT
025934    	PERFORM ADD-TO-AGE-BUCKET
025936    	END-IF.
025938    	MOVE WS-AGE-CURRENT TO RPT-AGE-CURRENT.
025940    	MOVE WS-AGE-31-60 TO RPT-AGE-31-60.
025942    	MOVE WS-AGE-61-90 TO RPT-AGE-61-90.
025944    	MOVE WS-AGE-OVER-90 TO RPT-AGE-OVER-90.
025946    	ADD WS-AGE-CURRENT TO WS-TOTAL-CURRENT.
025948    	ADD WS-AGE-31-60 TO WS-TOTAL-31-60.
025950    	ADD WS-AGE-61-90 TO WS-TOTAL-61-90.
025952    	ADD WS-AGE-OVER-90 TO WS-TOTAL-OVER-90.
025954
025956 START-CUSTOMER-ITEMS.
025958    	SET ITEM-SCAN-MORE TO TRUE.
025960    	MOVE CUST-KEY TO OIT-CUST-KEY.
025962    	MOVE LOW-VALUES TO OIT-ITEM-REFERENCE.
025964    	START OPEN-ITEM-FILE KEY NOT < OIT-RECORD-KEY.
025966    	IF WS-OPEN-ITEM-STATUS = "23"
025968    	SET ITEM-SCAN-DONE TO TRUE
025970    	ELSE
025972    	MOVE "OPEN-ITEM-FILE" TO WS-CHECK-FILE-NAME
025974    	MOVE WS-OPEN-ITEM-STATUS TO WS-CHECK-FILE-STATUS
025976    	PERFORM FILE-STATUS-CHECK
025978    	PERFORM READ-NEXT-OPEN-ITEM
025980    	END-IF.
025982
025984 READ-NEXT-OPEN-ITEM.
025986    	READ OPEN-ITEM-FILE NEXT RECORD
025988    	AT END
025990    	SET ITEM-SCAN-DONE TO TRUE
025992    	END-READ.
025994    	IF ITEM-SCAN-MORE
025996    	MOVE "OPEN-ITEM-FILE" TO WS-CHECK-FILE-NAME
025998    	MOVE WS-OPEN-ITEM-STATUS TO WS-CHECK-FILE-STATUS
026000    	PERFORM FILE-STATUS-CHECK
026002    	IF OIT-CUST-KEY NOT = CUST-KEY
026004    	SET ITEM-SCAN-DONE TO TRUE
026006    	END-IF
026008    	END-IF.
026010
026012 AGE-ONE-ITEM.
026014    	IF OIT-ITEM-OPEN AND OIT-OPEN-AMOUNT NOT = ZERO
026016    	SUBTRACT OIT-OPEN-AMOUNT FROM WS-UNITEMIZED-AMOUNT
026018    	IF OIT-OPEN-AMOUNT < ZERO
026020    	ADD OIT-OPEN-AMOUNT TO WS-AGE-CURRENT
026022    	ELSE
026024    	MOVE OIT-ITEM-DATE TO WS-AGE-DATE
026026    	MOVE OIT-OPEN-AMOUNT TO WS-AGE-AMOUNT
026028    	PERFORM ADD-TO-AGE-BUCKET
026030    	END-IF
026032    	END-IF.
026034    	PERFORM READ-NEXT-OPEN-ITEM.
026036
026038*    AN AMOUNT WITH NO USABLE DATE AGES AS OVER 90 - AN
026040*    UNKNOWN-AGE AMOUNT IS EXACTLY WHAT THE CREDIT DESK WANTS
026042*    SURFACED.
026044 ADD-TO-AGE-BUCKET.
026046    	IF WS-AGE-DATE IS NUMERIC AND
026048    	   WS-AGE-DATE > ZERO
026200    	COMPUTE WS-ACTIVITY-DATE-INT =
026330    	    FUNCTION INTEGER-OF-DATE(WS-AGE-DATE)
026400    	COMPUTE WS-AGE-DAYS =
026500    	    WS-RUN-DATE-INT - WS-ACTIVITY-DATE-INT
026600    	ELSE
026700    	MOVE 999 TO WS-AGE-DAYS
026800    	END-IF.
027300    	IF WS-AGE-DAYS <= 30
027400    	ADD WS-AGE-AMOUNT TO WS-AGE-CURRENT
027500    	ELSE
027600    	IF WS-AGE-DAYS <= 60
027700    	ADD WS-AGE-AMOUNT TO WS-AGE-31-60
027800    	ELSE
027900    	IF WS-AGE-DAYS <= 90
028000    	ADD WS-AGE-AMOUNT TO WS-AGE-61-90
028100    	ELSE
028200    	ADD WS-AGE-AMOUNT TO WS-AGE-OVER-90
028300    	END-IF
028400    	END-IF
028500    	END-IF.
029700    	MOVE "INACT W/BAL" TO RPT-STATUS-FLAG
029800    	ADD 1 TO WS-INACT-BAL-COUNT
029900    	END-IF.
029910    	IF CUST-STATUS-HOLD
029920    	MOVE "ON HOLD" TO RPT-STATUS-FLAG
029930    	ADD 1 TO WS-HELD-COUNT
029940    	IF CUST-CURRENT-BALANCE IS NUMERIC
029950    	ADD CUST-CURRENT-BALANCE TO WS-HELD-BALANCES
029960    	END-IF
029970    	END-IF.
030000
030100 CALL-CUSTOMER-SERVICE.
030200    	CALL "CUSTLOOKUP" USING WS-COMM-AREA.
031800    	SET CLOSING-IN-PROGRESS TO TRUE.
031900    	PERFORM FINALIZE-REPORT-WRITER.
032000    	PERFORM CLOSE-CUSTOMER-SERVICE.
032010    	PERFORM CLOSE-OPEN-ITEM-FILE.
032100    	PERFORM WRITE-RUN-SUMMARY.
032200
032300 FINALIZE-REPORT-WRITER.
032700 CLOSE-CUSTOMER-SERVICE.
032800    	MOVE "CLOS" TO CA-REQUEST-CODE.
032900    	CALL "CUSTLOOKUP" USING WS-COMM-AREA.
032910
032920 CLOSE-OPEN-ITEM-FILE.
032930    	IF LEDGER-AVAILABLE
032940    	CLOSE OPEN-ITEM-FILE
032950    	SET LEDGER-NOT-AVAILABLE TO TRUE
032960    	END-IF.
033000
033100*    SHOP TOTALS AND THE STANDARD END-OF-JOB BANNER, EXTENDING
033200*    THE REPORT THE RPTWRITE MODULE HAS ALREADY CLOSED, AS
034500    	WRITE REPORT-RECORD FROM WS-BANNER-LINE.
034600    	MOVE WS-REPORT-STATUS TO WS-CHECK-FILE-STATUS.
034700    	PERFORM FILE-STATUS-CHECK.
034750    	MOVE WS-HELD-BALANCES TO WS-EDIT-HELD.
034800    	MOVE SPACES TO WS-BANNER-LINE.
034900    	STRING "OVER-LIMIT ACCOUNTS: " WS-OVER-LIMIT-COUNT
035000    	    "   INACTIVE WITH BALANCE: " WS-INACT-BAL-COUNT
035020    	    "   ON HOLD: " WS-HELD-COUNT
035040    	    "   HELD BALANCES: " WS-EDIT-HELD
035100    	    DELIMITED BY SIZE INTO WS-BANNER-LINE.
035200    	WRITE REPORT-RECORD FROM WS-BANNER-LINE.
035300    	MOVE WS-REPORT-STATUS TO WS-CHECK-FILE-STATUS.
035400    	PERFORM FILE-STATUS-CHECK.
035405    	MOVE WS-TOTAL-CURRENT TO WS-EDIT-CURRENT.
035410    	MOVE WS-TOTAL-31-60 TO WS-EDIT-31-60.
035415    	MOVE WS-TOTAL-61-90 TO WS-EDIT-61-90.
035420    	MOVE WS-TOTAL-OVER-90 TO WS-EDIT-OVER-90.
035425    	MOVE SPACES TO WS-BANNER-LINE.
035430    	STRING "AGED 0-30: " WS-EDIT-CURRENT
035435    	    "   31-60: " WS-EDIT-31-60
035440    	    "   61-90: " WS-EDIT-61-90
035445    	    "   OVER 90: " WS-EDIT-OVER-90
035450    	    DELIMITED BY SIZE INTO WS-BANNER-LINE.
035455    	WRITE REPORT-RECORD FROM WS-BANNER-LINE.
035460    	MOVE WS-REPORT-STATUS TO WS-CHECK-FILE-STATUS.
035465    	PERFORM FILE-STATUS-CHECK.
035500    	MOVE SPACES TO WS-BANNER-LINE.
035600    	STRING "RUN SUMMARY FOR PROGRAM: " WS-WORK-PROGRAM-ID
035700    	    DELIMITED BY SIZE INTO WS-BANNER-LINE.
