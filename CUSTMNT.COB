001300* CUSTOMER ACTION (CUSTCRDS): "A" ADDS A NEW CUSTOMER, "U"
001400* REWRITES NAME, STATUS AND CREDIT LIMIT (THE BALANCE AND
001500* LAST-ACTIVITY DATE ARE PRESERVED FROM THE MASTER), "D"
001525* DELETES A ZERO-BALANCE CUSTOMER, "H" PLACES AN ACTIVE
001550* CUSTOMER ON COLLECTIONS HOLD AND "R" RELEASES A HELD ONE
001575* BACK TO ACTIVE.  EVERY CARD IS EDITED,
001700* APPLIED THROUGH THE STANDARD CUSTLOOKUP COMM-AREA, AND
001800* JOURNALED WITH BEFORE AND AFTER IMAGES SO JRNLINQ AND
001900* JRNLBKOU COVER MASTER MAINTENANCE THE SAME WAY THEY COVER
002060* RECONPRF FOLDS THESE ROWS INTO ITS MOVEMENT PROOF.  AN
002070* APPLIED/REJECTED LINE PRINTS FOR EVERY CARD THROUGH THE
002080* RPTWRITE MODULE.
002081*
002082* DUAL CONTROL: EVERY CARD CARRIES THE KEYING OPERATOR'S ID.
002083* A CREDIT-LIMIT INCREASE LARGER THAN PARM-MAINT-LIMIT-INCREASE
002084* (AN ADD COUNTS FROM ZERO), ANY STATUS CHANGE OFF I (A
002085* REACTIVATION) AND EVERY DELETE ARE NOT APPLIED BUT HELD ON THE
002086* PENDING-MAINTENANCE FILE (PNDMAINT) UNTIL A LATER "V" APPROVAL
002087* CARD FROM A DIFFERENT OPERATOR RELEASES THEM, EDITED AGAIN
002088* AGAINST THE MASTER AS IT THEN STANDS.  AN ITEM LEFT PENDING
002089* LONGER THAN PARM-RETENTION-DAYS (DEFAULT 3) EXPIRES AND
002090* PRINTS AS EXPIRED (M028).  EVERY CHANGE STAMPS ITS MAKER AND
002091* APPROVER ON THE CUSTOMER IMAGE, SO THE JOURNAL ROW CARRIES
002092* BOTH FOR JRNLINQ.
002200*
002300 ENVIRONMENT DIVISION.
002400 INPUT-OUTPUT SECTION.
004000    	    ORGANIZATION IS LINE SEQUENTIAL
004100    	    FILE STATUS IS WS-REPORT-STATUS.
004200
004210    	SELECT PENDING-FILE ASSIGN TO "PNDMAINT"
004220    	    ORGANIZATION IS INDEXED
004230    	    ACCESS MODE IS DYNAMIC
004240    	    RECORD KEY IS PND-ITEM-KEY
004250    	    FILE STATUS IS WS-PENDING-STATUS.
004260
004300 DATA DIVISION.
004400 FILE SECTION.
004500
005300         88  MNT-ACTION-ADD            VALUE "A".
005400         88  MNT-ACTION-UPDATE         VALUE "U".
005500         88  MNT-ACTION-DELETE         VALUE "D".
005510         88  MNT-ACTION-HOLD           VALUE "H".
005520         88  MNT-ACTION-RELEASE        VALUE "R".
005530         88  MNT-ACTION-APPROVE        VALUE "V".
005600     05  MNT-CUST-KEY          PIC X(20).
005700     05  MNT-CUST-NAME         PIC X(30).
005800     05  MNT-STATUS-CODE       PIC X(01).
005900     05  MNT-CREDIT-LIMIT      PIC 9(07)V99.
005910     05  MNT-OPERATOR-ID       PIC X(08).
006000
006100 FD  JOURNAL-FILE.
006200 01  JOURNAL-RECORD.
006500 FD  REPORT-FILE.
006600 01  REPORT-RECORD             PIC X(132).
006700
006710 FD  PENDING-FILE.
006720 01  PENDING-RECORD.
006730     COPY PNDREC.
006740
006800 WORKING-STORAGE SECTION.
006900
007000*    SHARED FILE-STATUS-CHECK CONTROLS
008300 01  WS-CARD-STATUS            PIC X(02)  VALUE SPACES.
008400 01  WS-JOURNAL-STATUS         PIC X(02)  VALUE SPACES.
008500 01  WS-REPORT-STATUS          PIC X(02)  VALUE SPACES.
008510 01  WS-PENDING-STATUS         PIC X(02)  VALUE SPACES.
008600
008700 01  WS-WORK-PROGRAM-ID        PIC X(08)  VALUE "CUSTMNT".
008800 01  WS-ABEND-SWITCH           PIC X(01)  VALUE "N".
009500 01  WS-CARD-EOF-SWITCH        PIC X(01)  VALUE "N".
009600     88  CARD-EOF                         VALUE "Y".
009700     88  CARD-NOT-EOF                     VALUE "N".
009710 01  WS-PENDING-EOF-SWITCH     PIC X(01)  VALUE "N".
009720     88  PENDING-EOF                      VALUE "Y".
009730     88  PENDING-NOT-EOF                  VALUE "N".
009740 01  WS-PENDING-FOUND-SWITCH   PIC X(01)  VALUE "N".
009750     88  PENDING-ITEM-FOUND               VALUE "Y".
009760     88  PENDING-ITEM-NOT-FOUND           VALUE "N".
009800
009900*    SET BY THE CARD EDITS SO A FAILED CARD PRINTS REJECTED
010000*    AND NEVER REACHES THE CUSTLOOKUP UPDATE PATH.
010200     88  CARD-ACCEPTED                    VALUE "Y".
010300     88  CARD-REJECTED                    VALUE "N".
010400 01  WS-REJECT-REASON-TEXT     PIC X(30)  VALUE SPACES.
010410*    WHAT BECOMES OF AN ACCEPTED CARD: APPLIED NOW, HELD FOR A
010420*    SECOND OPERATOR, OR (FOR A PENDING ITEM TOO OLD TO
010430*    APPROVE) EXPIRED.  THE NOTE PRINTS IN THE REASON COLUMN.
010440 01  WS-DISPOSITION-SWITCH     PIC X(01)  VALUE "A".
010450     88  DISPOSITION-APPLY                VALUE "A".
010460     88  DISPOSITION-HOLD                 VALUE "H".
010470     88  DISPOSITION-EXPIRE               VALUE "E".
010480 01  WS-CARD-NOTE-TEXT         PIC X(30)  VALUE SPACES.
010500
010600*    RUN DATE FROM THE PARAMETER CARD, FALLING BACK TO THE
010700*    SYSTEM DATE THE WAY REJRECYC AND ARCHHIST DO.
010800 01  WS-RUN-DATE-NUM           PIC 9(08)  VALUE ZERO.
010810
010815*    DUAL-CONTROL CONTROLS.  THE MAKER IS THE OPERATOR WHO
010820*    KEYED THE CHANGE, THE APPROVER THE ONE WHO RELEASED IT
010825*    (SPACES FOR A CHANGE THAT NEEDED NO APPROVAL).
010830 01  WS-MAKER-ID               PIC X(08)  VALUE SPACES.
010835 01  WS-APPROVER-ID            PIC X(08)  VALUE SPACES.
010840 01  WS-HOLD-REASON            PIC X(01)  VALUE SPACE.
010845     88  HOLD-FOR-LIMIT                   VALUE "L".
010850     88  HOLD-FOR-REACTIVATE              VALUE "R".
010855     88  HOLD-FOR-DELETE                  VALUE "D".
010860 01  WS-LIMIT-INCREASE-MAX     PIC 9(07)V99 VALUE ZERO.
010865 01  WS-LIMIT-INCREASE         PIC S9(08)V99 VALUE ZERO.
010870 01  WS-EXPIRY-DAYS            PIC 9(03)  VALUE ZERO.
010875 01  WS-RUN-DATE-INT           PIC S9(09) COMP VALUE ZERO.
010880 01  WS-ITEM-AGE-DAYS          PIC S9(05) VALUE ZERO.
010885 01  WS-KEYED-TIME             PIC 9(08)  VALUE ZERO.
010900
011000*    CUSTOMER IMAGES.  THE LOOKED-UP IMAGE IS THE JOURNAL
011100*    BEFORE; THE IMAGE BUILT FROM THE CARD IS THE AFTER.
012200 01  WS-CARDS-READ             PIC 9(05)  VALUE ZERO.
012300 01  WS-CARDS-APPLIED          PIC 9(05)  VALUE ZERO.
012400 01  WS-CARDS-REJECTED         PIC 9(05)  VALUE ZERO.
012410 01  WS-CARDS-HELD             PIC 9(05)  VALUE ZERO.
012420 01  WS-ITEMS-EXPIRED          PIC 9(05)  VALUE ZERO.
012500
012510*    SHOP MESSAGE FACILITY CONTROLS.  SERIOUS CONDITIONS GO
012520*    OUT THROUGH MSGWRITE TO THE CONSOLE AND THE DATED
016500     05  MNT-RPT-RESULT        PIC X(10).
016600     05  FILLER                PIC X(02)  VALUE SPACES.
016700     05  MNT-RPT-REASON        PIC X(30).
016800     05  MNT-RPT-OPERATOR      PIC X(08).
016810     05  FILLER                PIC X(04)  VALUE SPACES.
016900
017000 PROCEDURE DIVISION.
017100 PROGRAM-BEGIN.
018900    	PERFORM OPEN-JOURNAL-FILE.
019000    	PERFORM OPEN-CARD-FILE.
019100    	PERFORM INIT-REPORT-WRITER.
019110    	PERFORM OPEN-PENDING-FILE.
019120    	PERFORM EXPIRE-PENDING-ITEMS.
019200
019300 READ-PARM-RECORD.
019400    	OPEN INPUT PARM-FILE.
020800    	ELSE
020900    	MOVE WS-CURRENT-DATE TO WS-RUN-DATE-NUM
021000    	END-IF.
021010    	IF PARM-MAINT-LIMIT-INCREASE IS NUMERIC
021015    	MOVE PARM-MAINT-LIMIT-INCREASE TO WS-LIMIT-INCREASE-MAX
021020    	ELSE
021025    	MOVE 5000 TO WS-LIMIT-INCREASE-MAX
021030    	END-IF.
021035    	IF PARM-RETENTION-DAYS IS NUMERIC AND
021040    	   PARM-RETENTION-DAYS > ZERO
021045    	MOVE PARM-RETENTION-DAYS TO WS-EXPIRY-DAYS
021050    	ELSE
021055    	MOVE 3 TO WS-EXPIRY-DAYS
021060    	END-IF.
021065    	COMPUTE WS-RUN-DATE-INT =
021070    	    FUNCTION INTEGER-OF-DATE(WS-RUN-DATE-NUM).
021100
021200*    THE MAINTENANCE JOURNAL IS APPENDED, NEVER REPLACED - ITS
021210*    ROWS BELONG TO ARCHHIST AND RECONPRF UNTIL OPERATIONS
022100    	MOVE WS-CARD-STATUS TO WS-CHECK-FILE-STATUS.
022200    	PERFORM FILE-STATUS-CHECK.
022300
022310*    THE PENDING-MAINTENANCE FILE CARRIES FROM RUN TO RUN AND
022315*    IS OPENED FOR UPDATE.  AN ABSENT FILE (STATUS 35) IS
022320*    CREATED EMPTY, AS LOCKBOX CREATES ITS UNAPPLIED CASH.
022325 OPEN-PENDING-FILE.
022330    	OPEN I-O PENDING-FILE.
022335    	IF WS-PENDING-STATUS = "35"
022340    	OPEN OUTPUT PENDING-FILE
022345    	CLOSE PENDING-FILE
022350    	OPEN I-O PENDING-FILE
022355    	END-IF.
022360    	MOVE "PENDING-FILE" TO WS-CHECK-FILE-NAME.
022365    	MOVE WS-PENDING-STATUS TO WS-CHECK-FILE-STATUS.
022370    	PERFORM FILE-STATUS-CHECK.
022375
022400 INIT-REPORT-WRITER.
022500    	MOVE SPACES TO WS-REPORT-AREA.
022600    	SET RPT-REQUEST-INIT TO TRUE.
023600    	MOVE
023700    	    "      RESULT      REASON" TO
023800    	    RPT-COLUMN-HEADING-1(81:).
023810    	MOVE "OPERATOR" TO
023820    	    RPT-COLUMN-HEADING-1(121:).
023900    	MOVE ZERO TO RPT-LINES-PER-PAGE.
024000    	PERFORM CALL-REPORT-WRITER.
024100
024101*    BEFORE ANY CARD IS TAKEN, EVERY ITEM STILL PENDING AFTER
024102*    THE EXPIRY DAYS IS MARKED EXPIRED AND PRINTED, SO A STALE
024103*    CHANGE CAN NEVER BE APPROVED ONCE NOBODY REMEMBERS WHY IT
024104*    WAS KEYED.  THE MAKER KEYS IT AGAIN IF IT IS STILL WANTED.
024105 EXPIRE-PENDING-ITEMS.
024106    	MOVE LOW-VALUES TO PND-ITEM-KEY.
024107    	START PENDING-FILE KEY NOT < PND-ITEM-KEY.
024108    	IF WS-PENDING-STATUS = "23"
024109    	SET PENDING-EOF TO TRUE
024110    	ELSE
024111    	MOVE "PENDING-FILE" TO WS-CHECK-FILE-NAME
024112    	MOVE WS-PENDING-STATUS TO WS-CHECK-FILE-STATUS
024113    	PERFORM FILE-STATUS-CHECK
024114    	SET PENDING-NOT-EOF TO TRUE
024115    	END-IF.
024116    	PERFORM READ-NEXT-PENDING.
024117    	PERFORM EXPIRE-ONE-PENDING UNTIL PENDING-EOF.
024118
024119 READ-NEXT-PENDING.
024120    	IF PENDING-NOT-EOF
024121    	READ PENDING-FILE NEXT RECORD
024122    	AT END
024123    	SET PENDING-EOF TO TRUE
024124    	END-READ
024125    	END-IF.
024126    	IF PENDING-NOT-EOF
024127    	MOVE "PENDING-FILE" TO WS-CHECK-FILE-NAME
024128    	MOVE WS-PENDING-STATUS TO WS-CHECK-FILE-STATUS
024129    	PERFORM FILE-STATUS-CHECK
024130    	END-IF.
024131
024132 EXPIRE-ONE-PENDING.
024133    	IF PND-ITEM-PENDING
024134    	COMPUTE WS-ITEM-AGE-DAYS = WS-RUN-DATE-INT
024135    	    - FUNCTION INTEGER-OF-DATE(PND-KEYED-DATE)
024136    	IF WS-ITEM-AGE-DAYS > WS-EXPIRY-DAYS
024137    	PERFORM EXPIRE-PENDING-ITEM
024138    	END-IF
024139    	END-IF.
024140    	PERFORM READ-NEXT-PENDING.
024141
024142*    AN EXPIRED ITEM PRINTS AS ITS OWN CARD WOULD HAVE, UNDER
024143*    ITS MAKER'S ID, AND IS RAISED TO EXCPRPT AS A WARNING.
024144 EXPIRE-PENDING-ITEM.
024145    	SET PND-ITEM-EXPIRED TO TRUE.
024146    	MOVE WS-RUN-DATE-NUM TO PND-RESOLVED-DATE.
024147    	REWRITE PENDING-RECORD.
024148    	MOVE "PENDING-FILE" TO WS-CHECK-FILE-NAME.
024149    	MOVE WS-PENDING-STATUS TO WS-CHECK-FILE-STATUS.
024150    	PERFORM FILE-STATUS-CHECK.
024151    	ADD 1 TO WS-ITEMS-EXPIRED.
024152    	IF WS-RETURN-CODE < 4
024153    	SET WS-RC-WARNING TO TRUE
024154    	END-IF.
024155    	MOVE "M028" TO MSG-NUMBER.
024156    	SET MSG-SEVERITY-WARNING TO TRUE.
024157    	MOVE SPACES TO MSG-TEXT.
024158    	STRING "MAINTENANCE EXPIRED FOR KEY " PND-CUST-KEY
024159    	    " KEYED BY " PND-MAKER-ID
024160    	    DELIMITED BY SIZE INTO MSG-TEXT.
024161    	PERFORM LOG-OPERATOR-MESSAGE.
024162    	PERFORM LOAD-PENDING-CARD.
024163    	MOVE PND-MAKER-ID TO MNT-OPERATOR-ID.
024164    	SET CARD-ACCEPTED TO TRUE.
024165    	SET DISPOSITION-EXPIRE TO TRUE.
024166    	MOVE SPACES TO WS-CARD-NOTE-TEXT.
024167    	STRING "KEYED " PND-KEYED-DATE " NOT APPROVED"
024168    	    DELIMITED BY SIZE INTO WS-CARD-NOTE-TEXT.
024169    	PERFORM WRITE-MAINTENANCE-DETAIL.
024170
024200 MAIN-PROCESS.
024300    	PERFORM READ-CARD-RECORD.
024400    	PERFORM PROCESS-MAINTENANCE-CARD UNTIL CARD-EOF.
025600
025700*    ONE CARD THROUGH EDIT, LOOKUP, APPLY AND REPORT.  THE
025800*    LOOKED-UP IMAGE TAKEN BEFORE THE APPLY IS THE JOURNAL
025820*    BEFORE IMAGE FOR EVERY ACTION.  A SENSITIVE CHANGE IS
025840*    HELD INSTEAD OF APPLIED; AN APPROVAL CARD BRINGS THE HELD
025860*    CARD BACK AND IT GOES THROUGH THE SAME LOOKUP AND APPLY
025880*    AS IF IT HAD JUST BEEN KEYED, UNDER BOTH OPERATOR IDS.
026000 PROCESS-MAINTENANCE-CARD.
026100    	ADD 1 TO WS-CARDS-READ.
026200    	SET CARD-ACCEPTED TO TRUE.
026250    	SET DISPOSITION-APPLY TO TRUE.
026300    	MOVE SPACES TO WS-REJECT-REASON-TEXT.
026320    	MOVE SPACES TO WS-CARD-NOTE-TEXT.
026340    	MOVE MNT-OPERATOR-ID TO WS-MAKER-ID.
026360    	MOVE SPACES TO WS-APPROVER-ID.
026400    	PERFORM VALIDATE-CARD.
026420    	IF CARD-ACCEPTED AND MNT-ACTION-APPROVE
026440    	PERFORM TAKE-APPROVAL-CARD
026460    	END-IF.
026500    	IF CARD-ACCEPTED
026600    	PERFORM LOOKUP-EXISTING-CUSTOMER
026700    	END-IF.
026720    	IF CARD-ACCEPTED AND WS-APPROVER-ID = SPACES
026740    	PERFORM CHECK-DUAL-CONTROL
026760    	END-IF.
026780    	IF CARD-ACCEPTED AND DISPOSITION-HOLD
026800    	PERFORM HOLD-FOR-APPROVAL
026820    	END-IF.
026840    	IF CARD-ACCEPTED AND DISPOSITION-APPLY
026900    	PERFORM APPLY-CARD-ACTION
026910    	END-IF.
026920    	IF CARD-ACCEPTED AND DISPOSITION-APPLY
026930    	ADD 1 TO WS-CARDS-APPLIED
026940    	IF WS-APPROVER-ID NOT = SPACES
026950    	PERFORM MARK-ITEM-APPROVED
026960    	END-IF
027000    	END-IF.
027100    	PERFORM WRITE-MAINTENANCE-DETAIL.
027200    	PERFORM READ-CARD-RECORD.
027700 VALIDATE-CARD.
027800    	IF NOT MNT-ACTION-ADD AND
027900    	   NOT MNT-ACTION-UPDATE AND
027920    	   NOT MNT-ACTION-DELETE AND
027940    	   NOT MNT-ACTION-HOLD AND
027960    	   NOT MNT-ACTION-RELEASE AND
027980    	   NOT MNT-ACTION-APPROVE
028100    	MOVE "INVALID ACTION CODE" TO WS-REJECT-REASON-TEXT
028200    	PERFORM REJECT-CARD
028300    	END-IF.
028500    	MOVE "CUSTOMER KEY MISSING" TO WS-REJECT-REASON-TEXT
028600    	PERFORM REJECT-CARD
028700    	END-IF.
028710    	IF CARD-ACCEPTED AND MNT-OPERATOR-ID = SPACES
028720    	MOVE "OPERATOR ID MISSING" TO WS-REJECT-REASON-TEXT
028730    	PERFORM REJECT-CARD
028740    	END-IF.
028800    	IF CARD-ACCEPTED AND
028900    	   (MNT-ACTION-ADD OR MNT-ACTION-UPDATE)
029000    	IF MNT-STATUS-CODE NOT = "A" AND
029050    	   MNT-STATUS-CODE NOT = "I" AND
029100    	   MNT-STATUS-CODE NOT = "H"
029200    	MOVE "INVALID STATUS CODE" TO WS-REJECT-REASON-TEXT
029300    	PERFORM REJECT-CARD
029400    	END-IF
029500    	END-IF.
029510*    A NEW CUSTOMER HAS NO DEBT TO HOLD - IT ENTERS ACTIVE OR
029520*    INACTIVE, AND IS HELD LATER IF IT EARNS IT.
029530    	IF CARD-ACCEPTED AND MNT-ACTION-ADD AND
029540    	   MNT-STATUS-CODE = "H"
029550    	MOVE "INVALID STATUS CODE" TO WS-REJECT-REASON-TEXT
029560    	PERFORM REJECT-CARD
029570    	END-IF.
029600    	IF CARD-ACCEPTED AND
029700    	   (MNT-ACTION-ADD OR MNT-ACTION-UPDATE)
029800    	IF MNT-CREDIT-LIMIT NOT NUMERIC
030300    	END-IF.
030400
030500*    THE MASTER IS READ ONCE PER CARD.  AN ADD MUST NOT FIND
030600*    THE KEY; EVERY OTHER ACTION MUST.  THE FOUND IMAGE IS
030700*    KEPT AS THE BEFORE IMAGE AND AS THE SOURCE OF THE FIELDS
030800*    AN UPDATE PRESERVES.
030900 LOOKUP-EXISTING-CUSTOMER.
032000    	PERFORM REJECT-CARD
032100    	END-IF.
032200    	IF CARD-ACCEPTED AND
032300    	   NOT MNT-ACTION-ADD AND
032400    	   CA-STATUS-NOT-FOUND
032500    	MOVE "CUSTOMER NOT ON MASTER" TO
032600    	    WS-REJECT-REASON-TEXT
032700    	PERFORM REJECT-CARD
032800    	END-IF.
032810*    AN UPDATE MAY PUT A HOLD ONLY ON AN ACCOUNT THAT IS OPEN -
032820*    ACTIVE, OR ALREADY HELD - AS THE HOLD CARD REQUIRES.  A
032830*    CLOSED ACCOUNT MOVED STRAIGHT TO H COULD OTHERWISE BE
032840*    RELEASED TO ACTIVE WITHOUT A SECOND OPERATOR.
032850    	IF CARD-ACCEPTED AND MNT-ACTION-UPDATE AND
032860    	   MNT-STATUS-CODE = "H" AND CA-STATUS-OK
032870    	MOVE WS-BEFORE-IMAGE TO CUST-DATA
032880    	IF NOT CUST-STATUS-ACTIVE AND NOT CUST-STATUS-HOLD
032890    	MOVE "CUSTOMER NOT ACTIVE" TO WS-REJECT-REASON-TEXT
032893    	PERFORM REJECT-CARD
032896    	END-IF
032898    	END-IF.
032900
032901*    DUAL-CONTROL TEST, MADE AGAINST THE MASTER AS LOOKED UP:
032902*    EVERY DELETE, ANY STATUS CHANGE OFF I, AND A CREDIT-
032903*    LIMIT INCREASE LARGER THAN THE PARAMETER AMOUNT (AN ADD
032904*    INCREASES FROM ZERO) ARE HELD.  A DELETE IS EDITED FOR ITS
032905*    BALANCE NOW AS WELL AS AT APPROVAL, AND A CUSTOMER MAY HAVE
032906*    ONLY ONE CHANGE PENDING AT A TIME.
032907 CHECK-DUAL-CONTROL.
032908    	MOVE SPACE TO WS-HOLD-REASON.
032909    	MOVE MNT-CUST-KEY TO CUST-KEY.
032910    	MOVE WS-BEFORE-IMAGE TO CUST-DATA.
032911    	MOVE ZERO TO WS-LIMIT-INCREASE.
032912    	IF MNT-ACTION-ADD OR MNT-ACTION-UPDATE
032913    	MOVE MNT-CREDIT-LIMIT TO WS-LIMIT-INCREASE
032914    	END-IF.
032915    	IF MNT-ACTION-UPDATE AND CUST-CREDIT-LIMIT IS NUMERIC
032916    	SUBTRACT CUST-CREDIT-LIMIT FROM WS-LIMIT-INCREASE
032917    	END-IF.
032918    	IF WS-LIMIT-INCREASE > WS-LIMIT-INCREASE-MAX
032919    	SET HOLD-FOR-LIMIT TO TRUE
032920    	END-IF.
032921    	IF MNT-ACTION-UPDATE AND CUST-STATUS-INACTIVE AND
032922    	   MNT-STATUS-CODE NOT = "I"
032923    	SET HOLD-FOR-REACTIVATE TO TRUE
032924    	END-IF.
032925    	IF MNT-ACTION-DELETE
032926    	SET HOLD-FOR-DELETE TO TRUE
032927    	PERFORM EDIT-DELETE-BALANCE
032928    	END-IF.
032929    	IF CARD-ACCEPTED AND WS-HOLD-REASON NOT = SPACE
032930    	PERFORM FIND-PENDING-ITEM
032931    	IF PENDING-ITEM-FOUND
032932    	MOVE "CHANGE ALREADY PENDING" TO WS-REJECT-REASON-TEXT
032933    	PERFORM REJECT-CARD
032934    	ELSE
032935    	SET DISPOSITION-HOLD TO TRUE
032936    	END-IF
032937    	END-IF.
032938
032939*    THE CARD AS KEYED GOES TO THE PENDING FILE UNDER ITS
032940*    MAKER'S ID; NOTHING REACHES CUSTLOOKUP OR THE JOURNAL.
032941 HOLD-FOR-APPROVAL.
032942    	MOVE SPACES TO PENDING-RECORD.
032943    	MOVE MNT-CUST-KEY TO PND-CUST-KEY.
032944    	MOVE WS-RUN-DATE-NUM TO PND-KEYED-DATE.
032945    	ACCEPT WS-KEYED-TIME FROM TIME.
032946    	MOVE WS-KEYED-TIME TO PND-KEYED-TIME.
032947    	SET PND-ITEM-PENDING TO TRUE.
032948    	MOVE WS-HOLD-REASON TO PND-REASON-CODE.
032949    	MOVE MNT-ACTION-CODE TO PND-ACTION-CODE.
032950    	MOVE MNT-CUST-NAME TO PND-CUST-NAME.
032951    	MOVE MNT-STATUS-CODE TO PND-STATUS-CODE.
032952    	IF MNT-CREDIT-LIMIT IS NUMERIC
032953    	MOVE MNT-CREDIT-LIMIT TO PND-CREDIT-LIMIT
032954    	ELSE
032955    	MOVE ZERO TO PND-CREDIT-LIMIT
032956    	END-IF.
032957    	MOVE MNT-OPERATOR-ID TO PND-MAKER-ID.
032958    	MOVE ZERO TO PND-RESOLVED-DATE.
032959    	WRITE PENDING-RECORD.
032960    	MOVE "PENDING-FILE" TO WS-CHECK-FILE-NAME.
032961    	MOVE WS-PENDING-STATUS TO WS-CHECK-FILE-STATUS.
032962    	PERFORM FILE-STATUS-CHECK.
032963    	ADD 1 TO WS-CARDS-HELD.
032964    	IF HOLD-FOR-DELETE
032965    	MOVE "HELD - DELETE" TO WS-CARD-NOTE-TEXT
032966    	END-IF.
032967    	IF HOLD-FOR-REACTIVATE
032968    	MOVE "HELD - REACTIVATION" TO WS-CARD-NOTE-TEXT
032969    	END-IF.
032970    	IF HOLD-FOR-LIMIT
032971    	MOVE "HELD - CREDIT-LIMIT INCREASE" TO WS-CARD-NOTE-TEXT
032972    	END-IF.
032973
033000 APPLY-CARD-ACTION.
033100    	IF MNT-ACTION-ADD
033200    	PERFORM APPLY-ADD-ACTION
033400    	IF MNT-ACTION-UPDATE
033500    	PERFORM APPLY-UPDATE-ACTION
033600    	ELSE
033610    	IF MNT-ACTION-HOLD
033620    	PERFORM APPLY-HOLD-ACTION
033630    	ELSE
033640    	IF MNT-ACTION-RELEASE
033650    	PERFORM APPLY-RELEASE-ACTION
033660    	ELSE
033700    	PERFORM APPLY-DELETE-ACTION
033800    	END-IF
033820    	END-IF
033840    	END-IF
033900    	END-IF.
034000
034001*    AN APPROVAL CARD NAMES ONLY THE CUSTOMER AND THE APPROVING
034002*    OPERATOR.  IT RELEASES THAT CUSTOMER'S PENDING ITEM, WHICH
034003*    THEN REPLACES THE CARD FOR THE REST OF THE CYCLE; THE
034004*    OPERATOR WHO KEYED A CHANGE MAY NOT APPROVE IT.
034005 TAKE-APPROVAL-CARD.
034006    	PERFORM FIND-PENDING-ITEM.
034007    	IF PENDING-ITEM-NOT-FOUND
034008    	MOVE "NO CHANGE PENDING" TO WS-REJECT-REASON-TEXT
034009    	PERFORM REJECT-CARD
034010    	ELSE
034011    	IF PND-MAKER-ID = MNT-OPERATOR-ID
034012    	MOVE "APPROVER SAME AS MAKER" TO WS-REJECT-REASON-TEXT
034013    	PERFORM REJECT-CARD
034014    	ELSE
034015    	MOVE PND-MAKER-ID TO WS-MAKER-ID
034016    	MOVE MNT-OPERATOR-ID TO WS-APPROVER-ID
034017    	PERFORM LOAD-PENDING-CARD
034018    	STRING "KEYED " WS-MAKER-ID " APPR " WS-APPROVER-ID
034019    	    DELIMITED BY SIZE INTO WS-CARD-NOTE-TEXT
034020    	END-IF
034021    	END-IF.
034022
034023*    THE CUSTOMER'S ITEM STILL PENDING, IF ANY.  RESOLVED ROWS
034024*    FOR THE SAME CUSTOMER ARE STEPPED OVER.
034025 FIND-PENDING-ITEM.
034026    	SET PENDING-ITEM-NOT-FOUND TO TRUE.
034027    	MOVE MNT-CUST-KEY TO PND-CUST-KEY.
034028    	MOVE ZERO TO PND-KEYED-DATE.
034029    	MOVE ZERO TO PND-KEYED-TIME.
034030    	START PENDING-FILE KEY NOT < PND-ITEM-KEY.
034031    	IF WS-PENDING-STATUS = "23"
034032    	SET PENDING-EOF TO TRUE
034033    	ELSE
034034    	MOVE "PENDING-FILE" TO WS-CHECK-FILE-NAME
034035    	MOVE WS-PENDING-STATUS TO WS-CHECK-FILE-STATUS
034036    	PERFORM FILE-STATUS-CHECK
034037    	SET PENDING-NOT-EOF TO TRUE
034038    	PERFORM READ-NEXT-PENDING
034039    	END-IF.
034040    	PERFORM CHECK-PENDING-ITEM
034041    	    UNTIL PENDING-EOF OR PENDING-ITEM-FOUND.
034042
034043 CHECK-PENDING-ITEM.
034044    	IF PND-CUST-KEY NOT = MNT-CUST-KEY
034045    	SET PENDING-EOF TO TRUE
034046    	ELSE
034047    	IF PND-ITEM-PENDING
034048    	SET PENDING-ITEM-FOUND TO TRUE
034049    	ELSE
034050    	PERFORM READ-NEXT-PENDING
034051    	END-IF
034052    	END-IF.
034053
034054 LOAD-PENDING-CARD.
034055    	MOVE PND-ACTION-CODE TO MNT-ACTION-CODE.
034056    	MOVE PND-CUST-KEY TO MNT-CUST-KEY.
034057    	MOVE PND-CUST-NAME TO MNT-CUST-NAME.
034058    	MOVE PND-STATUS-CODE TO MNT-STATUS-CODE.
034059    	MOVE PND-CREDIT-LIMIT TO MNT-CREDIT-LIMIT.
034060
034061*    THE RELEASED ITEM IS KEPT, MARKED WITH ITS APPROVER.
034062 MARK-ITEM-APPROVED.
034063    	SET PND-ITEM-APPROVED TO TRUE.
034064    	MOVE WS-APPROVER-ID TO PND-APPROVER-ID.
034065    	MOVE WS-RUN-DATE-NUM TO PND-RESOLVED-DATE.
034066    	REWRITE PENDING-RECORD.
034067    	MOVE "PENDING-FILE" TO WS-CHECK-FILE-NAME.
034068    	MOVE WS-PENDING-STATUS TO WS-CHECK-FILE-STATUS.
034069    	PERFORM FILE-STATUS-CHECK.
034070
034100*    A NEW CUSTOMER ENTERS ACTIVE WITH A ZERO BALANCE AND THE
034200*    RUN DATE AS ITS FIRST ACTIVITY DATE.
034300 APPLY-ADD-ACTION.
036100    	MOVE MNT-CUST-NAME TO CUST-NAME.
036200    	MOVE MNT-STATUS-CODE TO CUST-STATUS-CODE.
036300    	MOVE MNT-CREDIT-LIMIT TO CUST-CREDIT-LIMIT.
036302    	PERFORM SET-HOLD-SOURCE.
036400    	MOVE "UPDT" TO CA-REQUEST-CODE.
036500    	PERFORM APPLY-THROUGH-SERVICE.
036502
036504*    AN UPDATE CARD MAY ALSO PLACE OR LIFT A HOLD.  A HOLD THE
036506*    ACCOUNT ALREADY CARRIES KEEPS ITS SOURCE; A NEW ONE KEYED
036508*    HERE IS THE CREDIT DESK'S OWN.  ANY OTHER STATUS CLEARS
036510*    THE SOURCE.
036512 SET-HOLD-SOURCE.
036514    	IF CUST-STATUS-HOLD
036516    	IF NOT CUST-HOLD-MANUAL AND NOT CUST-HOLD-BY-REVIEW
036518    	SET CUST-HOLD-MANUAL TO TRUE
036520    	END-IF
036522    	ELSE
036524    	MOVE SPACE TO CUST-HOLD-SOURCE
036526    	END-IF.
036528
036530*    A HOLD OR RELEASE CARD CHANGES THE STATUS ALONE; EVERY
036532*    OTHER FIELD IS PRESERVED FROM THE MASTER.  ONLY AN ACTIVE
036534*    ACCOUNT CAN BE HELD, AND ONLY A HELD ONE RELEASED - TO
036536*    ACTIVE, WHOEVER PLACED THE HOLD.
036538 APPLY-HOLD-ACTION.
036540    	MOVE MNT-CUST-KEY TO CUST-KEY.
036542    	MOVE WS-BEFORE-IMAGE TO CUST-DATA.
036544    	IF NOT CUST-STATUS-ACTIVE
036546    	MOVE "CUSTOMER NOT ACTIVE" TO WS-REJECT-REASON-TEXT
036548    	PERFORM REJECT-CARD
036550    	ELSE
036552    	MOVE "H" TO CUST-STATUS-CODE
036554    	SET CUST-HOLD-MANUAL TO TRUE
036556    	MOVE "UPDT" TO CA-REQUEST-CODE
036558    	PERFORM APPLY-THROUGH-SERVICE
036560    	END-IF.
036562
036564 APPLY-RELEASE-ACTION.
036566    	MOVE MNT-CUST-KEY TO CUST-KEY.
036568    	MOVE WS-BEFORE-IMAGE TO CUST-DATA.
036570    	IF NOT CUST-STATUS-HOLD
036572    	MOVE "CUSTOMER NOT ON HOLD" TO WS-REJECT-REASON-TEXT
036574    	PERFORM REJECT-CARD
036576    	ELSE
036578    	MOVE "A" TO CUST-STATUS-CODE
036580    	MOVE SPACE TO CUST-HOLD-SOURCE
036582    	MOVE "UPDT" TO CA-REQUEST-CODE
036584    	PERFORM APPLY-THROUGH-SERVICE
036586    	END-IF.
036600
036700*    A DELETE IS REFUSED WHILE MONEY IS STILL ON THE ACCOUNT -
036800*    THE BALANCE MUST BE CLEARED BY POSTING FIRST, SO THE
037000 APPLY-DELETE-ACTION.
037100    	MOVE MNT-CUST-KEY TO CUST-KEY.
037200    	MOVE WS-BEFORE-IMAGE TO CUST-DATA.
037203    	PERFORM EDIT-DELETE-BALANCE.
037206    	PERFORM STAMP-AND-DELETE-CUSTOMER.
037208
037210*    A BALANCE THAT CANNOT BE READ AS A NUMBER CANNOT BE
037220*    PROVEN ZERO - THE CARD IS REJECTED, NOT TRUSTED.
037225 EDIT-DELETE-BALANCE.
037230    	IF CUST-CURRENT-BALANCE NOT NUMERIC
037240    	MOVE "BALANCE NOT NUMERIC" TO WS-REJECT-REASON-TEXT
037250    	PERFORM REJECT-CARD
037300    	IF CUST-CURRENT-BALANCE NOT = ZERO
037500    	MOVE "BALANCE NOT ZERO" TO WS-REJECT-REASON-TEXT
037600    	PERFORM REJECT-CARD
037700    	END-IF
037710    	END-IF.
037720
037730*    THE MAKER AND APPROVER ARE STAMPED ON THE RECORD BY AN
037740*    UPDATE FIRST, SO THE DELETE ROW'S BEFORE IMAGE NAMES THEM.
037750 STAMP-AND-DELETE-CUSTOMER.
037755    	IF CARD-ACCEPTED
037760    	MOVE "UPDT" TO CA-REQUEST-CODE
037765    	PERFORM APPLY-THROUGH-SERVICE
037770    	END-IF.
037775    	IF CARD-ACCEPTED
037780    	MOVE CUST-DATA TO WS-BEFORE-IMAGE
037800    	MOVE SPACES TO CUST-DATA
037900    	MOVE "DELT" TO CA-REQUEST-CODE
038000    	PERFORM APPLY-THROUGH-SERVICE
038110    	END-IF.
038200
038300*    SHARED APPLY PATH: THE BUILT IMAGE, STAMPED WITH ITS MAKER
038310*    AND APPROVER, GOES OUT THROUGH THE COMM-AREA, AND A CLEAN
038320*    RETURN IS JOURNALED WITH THE LOOKED-UP BEFORE IMAGE AND
038330*    THE IMAGE JUST WRITTEN (SPACES AFTER A DELETE).  A SERVICE
038340*    FAILURE REJECTS THE CARD SO THE REPORT STILL ACCOUNTS FOR
038350*    IT.
038800 APPLY-THROUGH-SERVICE.
038820    	IF CUST-DATA NOT = SPACES
038840    	MOVE WS-MAKER-ID TO CUST-MAINT-MAKER-ID
038860    	MOVE WS-APPROVER-ID TO CUST-MAINT-APPROVER-ID
038880    	END-IF.
038900    	MOVE MNT-CUST-KEY TO CA-KEY.
039000    	MOVE CUST-DATA TO CA-RESPONSE-DATA.
039100    	PERFORM CALL-CUSTOMER-SERVICE.
039400    	MOVE WS-BEFORE-IMAGE TO WS-JOURNAL-BEFORE
039500    	MOVE CUST-DATA TO WS-JOURNAL-AFTER
039600    	PERFORM WRITE-JOURNAL-RECORD
039800    	ELSE
039900    	MOVE "MASTER SERVICE FAILURE" TO
040000    	    WS-REJECT-REASON-TEXT
043600    	IF MNT-ACTION-DELETE
043700    	MOVE "DELETE" TO MNT-RPT-ACTION
043800    	ELSE
043810    	IF MNT-ACTION-HOLD
043820    	MOVE "HOLD" TO MNT-RPT-ACTION
043830    	ELSE
043840    	IF MNT-ACTION-RELEASE
043850    	MOVE "RELEASE" TO MNT-RPT-ACTION
043860    	ELSE
043870    	IF MNT-ACTION-APPROVE
043880    	MOVE "APPROVE" TO MNT-RPT-ACTION
043890    	ELSE
043900    	MOVE MNT-ACTION-CODE TO MNT-RPT-ACTION
044000    	END-IF
044100    	END-IF
044120    	END-IF
044140    	END-IF
044160    	END-IF
044200    	END-IF.
044300    	MOVE MNT-CUST-KEY TO MNT-RPT-KEY.
044400    	MOVE MNT-CUST-NAME TO MNT-RPT-NAME.
044800    	ELSE
044900    	MOVE ZERO TO MNT-RPT-LIMIT
045000    	END-IF.
045050    	MOVE MNT-OPERATOR-ID TO MNT-RPT-OPERATOR.
045100    	IF CARD-ACCEPTED
045110    	IF DISPOSITION-HOLD
045115    	MOVE "PENDING" TO MNT-RPT-RESULT
045120    	ELSE
045125    	IF DISPOSITION-EXPIRE
045130    	MOVE "EXPIRED" TO MNT-RPT-RESULT
045135    	ELSE
045200    	MOVE "APPLIED" TO MNT-RPT-RESULT
045220    	END-IF
045240    	END-IF
045260    	MOVE WS-CARD-NOTE-TEXT TO MNT-RPT-REASON
045300    	ELSE
045400    	MOVE "REJECTED" TO MNT-RPT-RESULT
045500    	MOVE WS-REJECT-REASON-TEXT TO MNT-RPT-REASON
048300    	PERFORM FINALIZE-REPORT-WRITER.
048400    	PERFORM CLOSE-CARD-FILE.
048500    	PERFORM CLOSE-JOURNAL-FILE.
048510    	PERFORM CLOSE-PENDING-FILE.
048600    	PERFORM CLOSE-CUSTOMER-SERVICE.
048700    	PERFORM WRITE-RUN-SUMMARY.
048800
050600    	PERFORM FILE-STATUS-CHECK
050700    	END-IF.
050800
050810 CLOSE-PENDING-FILE.
050815    	IF WS-PENDING-STATUS NOT = SPACES
050820    	CLOSE PENDING-FILE
050825    	MOVE "PENDING-FILE" TO WS-CHECK-FILE-NAME
050830    	MOVE WS-PENDING-STATUS TO WS-CHECK-FILE-STATUS
050835    	PERFORM FILE-STATUS-CHECK
050840    	END-IF.
050845
050900 CLOSE-CUSTOMER-SERVICE.
051000    	MOVE "CLOS" TO CA-REQUEST-CODE.
051100    	CALL "CUSTLOOKUP" USING WS-COMM-AREA.
052900    	STRING "CARDS READ: " WS-CARDS-READ
053000    	    "   APPLIED: " WS-CARDS-APPLIED
053100    	    "   REJECTED: " WS-CARDS-REJECTED
053110    	    "   HELD: " WS-CARDS-HELD
053120    	    "   EXPIRED: " WS-ITEMS-EXPIRED
053200    	    DELIMITED BY SIZE INTO WS-BANNER-LINE.
053300    	WRITE REPORT-RECORD FROM WS-BANNER-LINE.
053400    	MOVE WS-REPORT-STATUS TO WS-CHECK-FILE-STATUS.
