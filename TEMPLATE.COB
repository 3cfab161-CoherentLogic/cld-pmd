005382    	SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
005383    	    ORGANIZATION IS LINE SEQUENTIAL
005384    	    FILE STATUS IS WS-RUN-CONTROL-STATUS.
005385
005386    	SELECT OPEN-ITEM-FILE ASSIGN TO "OPENITEM"
005387    	    ORGANIZATION IS INDEXED
005388    	    ACCESS MODE IS DYNAMIC
005389    	    RECORD KEY IS OIT-RECORD-KEY
005390    	    FILE STATUS IS WS-OPEN-ITEM-STATUS.
005400
005500    	SELECT SORT-WORK-FILE ASSIGN TO "SRTWORK".
005600
009482 FD  RUN-CONTROL-FILE.
009483 01  RUN-CONTROL-RECORD.
009484     COPY RUNCREC.
009485
009486 FD  OPEN-ITEM-FILE.
009487 01  OPEN-ITEM-RECORD.
009488     COPY OITMREC.
009500
009600 SD  SORT-WORK-FILE.
009700 01  SORT-WORK-RECORD           PIC X(200).
018577*    PROCEDURE.  BEFORE STARTING, CHECK-RUN-CONTROL REFUSES
018578*    THE RUN WHEN THE PREDECESSOR JOB NAMED BELOW HAS NOT
018579*    ENDED CLEAN FOR PARM-RUN-DATE, OR WHEN THIS JOB ALREADY
018580*    RAN CLEAN THAT NIGHT.  THE POSTING RUN TAKES ITS INPUT
018581*    FROM THE TRANMRG MERGE, SO TRANMRG IS ITS PREDECESSOR;
018582*    PROGRAMS CLONED FROM THIS TEMPLATE SET THEIR OWN HERE.
018583 01  WS-RUN-CONTROL-STATUS     PIC X(02)  VALUE SPACES.
018584 01  WS-PREDECESSOR-ID         PIC X(08)  VALUE "TRANMRG".
018585 01  WS-RUN-CONTROL-EOF-SWITCH PIC X(01)  VALUE "N".
018586     88  RUN-CONTROL-EOF                  VALUE "Y".
018587     88  RUN-CONTROL-NOT-EOF              VALUE "N".
018620     88  SORT-INPUT-DONE                  VALUE "Y".
018621     88  SORT-INPUT-MORE                  VALUE "N".
018622
018630*    OPEN-ITEM LEDGER CONTROLS.  EVERY ITEM POSTED IN A
018640*    PRODUCTION RUN IS CARRIED ONTO THE OPEN-ITEM FILE
018650*    (OPENITEM, OITMREC.CPY) BY UPDATE-OPEN-ITEMS: DEBITS AND
018660*    ADJUSTMENTS OPEN ITEMS, CREDITS SETTLE THE OLDEST OPEN
018670*    ITEMS FIRST, AND A REVERSAL BACKS OUT THE ITEM IT NAMES.
018680*    THE AMOUNT STILL TO BE WORKED OFF IS CARRIED SIGNED THE
018690*    WAY IT MOVED THE BALANCE.  THE TABLE HOLDS ONE
018700*    CUSTOMER'S OPEN ITEMS OF THE OPPOSITE SIGN WHILE THEY ARE
018710*    TAKEN OLDEST FIRST.  AN ABSENT OPENITEM (STATUS 35) IS
018720*    THE FIRST RUN SINCE THE LEDGER EXISTED AND IS CREATED.
018730 01  WS-OPEN-ITEM-STATUS       PIC X(02)  VALUE SPACES.
018740 01  WS-ITEM-SCAN-SWITCH       PIC X(01)  VALUE "N".
018750     88  ITEM-SCAN-DONE                   VALUE "Y".
018760     88  ITEM-SCAN-MORE                   VALUE "N".
018770 01  WS-ITEM-FOUND-SWITCH      PIC X(01)  VALUE "N".
018780     88  ITEM-FOUND                       VALUE "Y".
018790     88  ITEM-NOT-FOUND                   VALUE "N".
018800 01  WS-ITEM-REFERENCE         PIC X(20)  VALUE SPACES.
018810 01  WS-GENERATED-REFERENCE.
018820     05  FILLER                PIC X(01)  VALUE "P".
018830     05  WS-GEN-REF-DATE       PIC 9(08)  VALUE ZERO.
018840     05  WS-GEN-REF-SEQUENCE   PIC 9(09)  VALUE ZERO.
018850     05  FILLER                PIC X(02)  VALUE SPACES.
018860 01  WS-ITEM-REMAINING         PIC S9(09)V99 VALUE ZERO.
018870 01  WS-ITEM-SETTLE            PIC S9(09)V99 VALUE ZERO.
018880 01  WS-BEFORE-BALANCE         PIC S9(09)V99 VALUE ZERO.
018890 01  WS-BEFORE-ACTIVITY-DATE   PIC 9(08)  VALUE ZERO.
018900 01  WS-ITEM-TABLE.
018910     05  WS-ITEM-ENTRY OCCURS 200 TIMES.
018920         10  WS-ITEM-REF           PIC X(20).
018930         10  WS-ITEM-DATE          PIC 9(08).
018940         10  WS-ITEM-APPLIED-FLAG  PIC X(01).
018950             88  ITEM-ENTRY-APPLIED        VALUE "Y".
018960             88  ITEM-ENTRY-PENDING        VALUE "N".
018970 01  WS-ITEM-COUNT             PIC S9(04) COMP VALUE ZERO.
018980 01  WS-ITEM-SUB               PIC S9(04) COMP VALUE ZERO.
018990 01  WS-ITEM-PICK-SUB          PIC S9(04) COMP VALUE ZERO.
019000 01  WS-ITEM-FULL-SWITCH       PIC X(01)  VALUE "N".
019010     88  ITEM-TABLE-FULL                  VALUE "Y".
019020     88  ITEM-TABLE-NOT-FULL              VALUE "N".
019030
019700*    SEQUENTIAL-MATCH CONTROLS FOR THE HIGH-VOLUME MODE.  THE
019800*    MASTER POSITION ADVANCES THROUGH CUSTLOOKUP NEXT CALLS;
019900*    MATCH-IN-PROGRESS TELLS OBTAIN-CUSTOMER-RECORD TO TAKE
031400    	PERFORM OPEN-OUT-FILE.
031500    	PERFORM WRITE-FILE-HEADER.
031600    	PERFORM OPEN-SIMULATION-FILE.
031610    	PERFORM OPEN-OPEN-ITEM-FILE.
031700    	IF PARM-PROCESS-MATCH
031800    	SET SORT-REQUIRED TO TRUE
031900    	END-IF.
051300    	PERFORM FILE-STATUS-CHECK
051400    	END-IF.
051500
051501*    THE OPEN-ITEM LEDGER IS ONLY TOUCHED BY A PRODUCTION RUN.
051502*    STATUS 35 (NO FILE) CREATES AN EMPTY LEDGER, AS
051503*    CUSTLOOKUP DOES FOR THE MASTER, SO THE FIRST RUN AFTER
051504*    INSTALLATION NEEDS NO SEPARATE LOAD STEP.
051505 OPEN-OPEN-ITEM-FILE.
051506    	IF NOT PARM-MODE-TEST
051507    	OPEN I-O OPEN-ITEM-FILE
051508    	IF WS-OPEN-ITEM-STATUS = "35"
051509    	OPEN OUTPUT OPEN-ITEM-FILE
051510    	CLOSE OPEN-ITEM-FILE
051511    	OPEN I-O OPEN-ITEM-FILE
051512    	END-IF
051513    	MOVE "OPEN-ITEM-FILE" TO WS-CHECK-FILE-NAME
051514    	MOVE WS-OPEN-ITEM-STATUS TO WS-CHECK-FILE-STATUS
051515    	PERFORM FILE-STATUS-CHECK
051516    	END-IF.
051517
051600*    ONE WOULD-BE CHANGE, KEYED, WITH THE BEFORE AND PROPOSED
051700*    AFTER IMAGES, WRITTEN IN PLACE OF THE REAL UPDATE WHEN
051800*    THE RUN IS A SIMULATION.
061800    	PERFORM WRITE-CHECKPOINT-RECORD.
061900    	PERFORM CLOSE-JOURNAL-FILE.
062000    	PERFORM CLOSE-REJECT-FILE.
062010    	PERFORM CLOSE-OPEN-ITEM-FILE.
062100    	PERFORM WRITE-RUN-SUMMARY.
062110    	PERFORM WRITE-RUN-CONTROL-STOP.
062200
073100    	PERFORM FILE-STATUS-CHECK
073200    	END-IF.
073210
073211 CLOSE-OPEN-ITEM-FILE.
073212    	IF WS-OPEN-ITEM-STATUS NOT = SPACES
073213    	CLOSE OPEN-ITEM-FILE
073214    	MOVE "OPEN-ITEM-FILE" TO WS-CHECK-FILE-NAME
073215    	MOVE WS-OPEN-ITEM-STATUS TO WS-CHECK-FILE-STATUS
073216    	PERFORM FILE-STATUS-CHECK
073217    	END-IF.
073218
073220*    A POSTED ITEM ENTERS THE REGISTRY AND THE IN-CORE TABLE
073230*    AT ONCE, SO THE SAME ITEM KEYED TWICE IN TONIGHT'S FILE
073240*    IS CAUGHT AS SURELY AS A RE-SUBMISSION NEXT WEEK.  A
107800*    AND THE RUN-SUMMARY BANNER STAYS ACCURATE, AND SKIPPING
107900*    THE UPDATE/CALL-EXTERNAL PATH WHEN VALIDATE-RECORD
108000*    REJECTS.
108010*    AN ACCEPTED ITEM ALSO LEAVES ITS TYPE CODE ON THE MASTER
108020*    AS THE LAST-TRANSACTION TYPE, FOR THE STATEMENT RUN.
108100 PROCESS-CURRENT-TRAN.
108200    	ADD 1 TO WS-RECORD-COUNT.
108300    	ADD 1 TO WS-RECORDS-READ.
108500    	PERFORM VALIDATE-RECORD.
108600    	IF RECORD-ACCEPTED
108700    	PERFORM OBTAIN-CUSTOMER-RECORD
108705    	PERFORM CHECK-COLLECTIONS-HOLD
108710    	PERFORM POST-CUSTOMER-BALANCE
108720    	END-IF.
108730    	IF RECORD-ACCEPTED
108740    	MOVE TRAN-TYPE-CODE TO CUST-LAST-TRAN-TYPE
108800    	PERFORM UPDATE-MASTER-RECORD
108810    	IF NOT PARM-MODE-TEST
108820    	PERFORM UPDATE-OPEN-ITEMS
108830    	END-IF
108900    	PERFORM WRITE-OUT-RECORD
108910    	PERFORM REGISTER-PROCESSED-TRAN
109000    	END-IF.
109160    	MOVE TRAN-AMOUNT TO WS-SIGNED-AMOUNT
109161    	END-IF.
109162
109163*    A COLLECTIONS HOLD STOPS THE ACCOUNT RUNNING UP MORE DEBT
109164*    WITHOUT STOPPING IT PAYING: A DEBIT OR ADJUSTMENT ON A
109165*    HELD ACCOUNT IS SUSPENDED (R013) TO RECYCLE ONCE THE HOLD
109166*    IS RELEASED, WHILE A CREDIT OR REVERSAL POSTS AS USUAL.
109167*    IT RUNS JUST AHEAD OF POST-CUSTOMER-BALANCE, SO A HELD
109168*    ACCOUNT IS SUSPENDED FOR THE HOLD BEFORE ANY BALANCE OR
109169*    CREDIT-LIMIT CHECK IS MADE.
109170 CHECK-COLLECTIONS-HOLD.
109171    	IF CA-STATUS-OK
109172    	MOVE CA-RESPONSE-DATA TO CUST-DATA
109173    	IF CUST-STATUS-HOLD AND
109174    	   (TRAN-TYPE-DEBIT OR TRAN-TYPE-ADJUSTMENT)
109175    	MOVE "CUST-STATUS-CODE" TO WS-REJECT-FAILING-FIELD
109176    	MOVE "R013" TO WS-REJECT-REASON-CODE
109177    	PERFORM REJECT-CURRENT-RECORD
109178    	END-IF
109179    	END-IF.
109180
109200*    THE CUSTOMER FOR THE RECORD IN FLIGHT COMES FROM THE
109300*    SEQUENTIAL MASTER POSITION DURING A SORTED MATCH, AND
109400*    FROM A RANDOM CUSTLOOKUP CALL EVERYWHERE ELSE.  EITHER
114680    	END-IF
114690    	END-IF
114700    	END-IF.
114710
114720*    OPEN-ITEM LEDGER MAINTENANCE, RUN FOR EVERY ITEM A
114730*    PRODUCTION RUN POSTS, ONCE THE MASTER HAS BEEN UPDATED.
114740*    THE POSTED AMOUNT, SIGNED AS IT MOVED THE BALANCE, IS
114750*    WORKED OFF IN THREE STEPS: A REVERSAL FIRST BACKS OUT
114760*    THE ITEM IT NAMES, WHATEVER IS LEFT IS NETTED AGAINST
114770*    THE CUSTOMER'S OPEN ITEMS OF THE OPPOSITE SIGN OLDEST
114780*    FIRST, AND ANY REMAINDER STANDS AS AN OPEN ITEM OF ITS
114790*    OWN.  A CUSTOMER WITH NO ITEMS YET - ONE WHOSE BALANCE
114800*    PREDATES THE LEDGER - IS FIRST GIVEN A BALANCE-FORWARD
114810*    ITEM FOR WHAT IT ALREADY OWED, SO ITS ITEMS FOOT TO THE
114820*    MASTER FROM THE FIRST POST ON.
114830 UPDATE-OPEN-ITEMS.
114840    	MOVE WS-SIGNED-AMOUNT TO WS-ITEM-REMAINING.
114850    	PERFORM SET-ITEM-REFERENCE.
114860    	COMPUTE WS-BEFORE-BALANCE =
114870    	    CUST-CURRENT-BALANCE - WS-SIGNED-AMOUNT.
114880    	PERFORM START-CUSTOMER-ITEMS.
114890    	IF ITEM-SCAN-DONE AND WS-BEFORE-BALANCE NOT = ZERO
114900    	PERFORM OPEN-BALANCE-FORWARD-ITEM
114910    	END-IF.
114920    	IF TRAN-TYPE-REVERSAL
114930    	PERFORM REVERSE-NAMED-ITEM
114940    	END-IF.
114950    	IF WS-ITEM-REMAINING NOT = ZERO
114960    	PERFORM LOAD-OPPOSITE-ITEMS
114970    	PERFORM APPLY-OLDEST-ITEM
114980    	    UNTIL WS-ITEM-REMAINING = ZERO OR
114990    	          WS-ITEM-PICK-SUB = ZERO
115000    	END-IF.
115010    	IF WS-ITEM-REMAINING NOT = ZERO
115020    	PERFORM OPEN-REMAINDER-ITEM
115030    	END-IF.
115040
115050*    A DEBIT OR ADJUSTMENT IS FILED UNDER THE REFERENCE IT WAS
115060*    SENT WITH (THE INVOICE OR DOCUMENT NUMBER), AND A
115070*    REVERSAL WORKS ON THE ITEM ITS REFERENCE NAMES.  A DEBIT
115080*    OR ADJUSTMENT SENT WITHOUT A REFERENCE, AND ANY CREDIT
115090*    LEFT PARTLY UNAPPLIED, IS FILED UNDER A REFERENCE BUILT
115100*    FROM THE RUN DATE AND ITS PLACE IN THE RUN - THE RECORD
115110*    COUNT COMES BACK FROM THE CHECKPOINT ON A RESTART, SO
115120*    THE REFERENCE IS NEVER HANDED OUT TWICE.
115130 SET-ITEM-REFERENCE.
115140    	MOVE TRAN-REFERENCE-KEY TO WS-ITEM-REFERENCE.
115150    	IF TRAN-TYPE-CREDIT OR TRAN-REFERENCE-KEY = SPACES
115160    	MOVE PARM-RUN-DATE TO WS-GEN-REF-DATE
115170    	MOVE WS-RECORD-COUNT TO WS-GEN-REF-SEQUENCE
115180    	MOVE WS-GENERATED-REFERENCE TO WS-ITEM-REFERENCE
115190    	END-IF.
115200
115210*    POSITION ON THE CUSTOMER'S FIRST ITEM, IF IT HAS ANY.
115220*    ITEM-SCAN-DONE COMES BACK SET WHEN IT HAS NONE.
115230 START-CUSTOMER-ITEMS.
115240    	MOVE CUST-KEY TO OIT-CUST-KEY.
115250    	MOVE LOW-VALUES TO OIT-ITEM-REFERENCE.
115260    	SET ITEM-SCAN-MORE TO TRUE.
115270    	START OPEN-ITEM-FILE KEY NOT < OIT-RECORD-KEY.
115280    	IF WS-OPEN-ITEM-STATUS = "23"
115290    	SET ITEM-SCAN-DONE TO TRUE
115300    	ELSE
115310    	MOVE "OPEN-ITEM-FILE" TO WS-CHECK-FILE-NAME
115320    	MOVE WS-OPEN-ITEM-STATUS TO WS-CHECK-FILE-STATUS
115330    	PERFORM FILE-STATUS-CHECK
115340    	PERFORM READ-NEXT-OPEN-ITEM
115350    	END-IF.
115360
115370 READ-NEXT-OPEN-ITEM.
115380    	READ OPEN-ITEM-FILE NEXT RECORD
115390    	AT END
115400    	SET ITEM-SCAN-DONE TO TRUE
115410    	END-READ.
115420    	IF ITEM-SCAN-MORE
115430    	MOVE "OPEN-ITEM-FILE" TO WS-CHECK-FILE-NAME
115440    	MOVE WS-OPEN-ITEM-STATUS TO WS-CHECK-FILE-STATUS
115450    	PERFORM FILE-STATUS-CHECK
115460    	IF OIT-CUST-KEY NOT = CUST-KEY
115470    	SET ITEM-SCAN-DONE TO TRUE
115480    	END-IF
115490    	END-IF.
115500
115510*    THE BALANCE-FORWARD ITEM IS DATED FROM THE LAST ACTIVITY
115520*    ON THE BEFORE IMAGE, WHICH IS AS CLOSE AS THE MASTER CAN
115530*    SAY TO WHEN THE OLD BALANCE WAS RUN UP.
115540 OPEN-BALANCE-FORWARD-ITEM.
115550    	MOVE WS-JOURNAL-BEFORE TO CUST-DATA.
115560    	MOVE CUST-LAST-ACTIVITY-DATE TO WS-BEFORE-ACTIVITY-DATE.
115570    	MOVE WS-JOURNAL-AFTER TO CUST-DATA.
115580    	IF WS-BEFORE-ACTIVITY-DATE NOT NUMERIC OR
115590    	   WS-BEFORE-ACTIVITY-DATE = ZERO
115600    	MOVE PARM-RUN-DATE TO WS-BEFORE-ACTIVITY-DATE
115610    	END-IF.
115620    	MOVE SPACES TO OPEN-ITEM-RECORD.
115630    	MOVE CUST-KEY TO OIT-CUST-KEY.
115640    	MOVE "BALFWD" TO OIT-ITEM-REFERENCE.
115650    	MOVE WS-BEFORE-ACTIVITY-DATE TO OIT-ITEM-DATE.
115660    	SET OIT-TYPE-BALANCE-FORWARD TO TRUE.
115670    	MOVE WS-BEFORE-BALANCE TO OIT-ORIGINAL-AMOUNT.
115680    	MOVE WS-BEFORE-BALANCE TO OIT-OPEN-AMOUNT.
115690    	SET OIT-ITEM-OPEN TO TRUE.
115700    	MOVE PARM-RUN-DATE TO OIT-LAST-ACTIVITY-DATE.
115710    	PERFORM WRITE-OPEN-ITEM.
115720
115730*    A REVERSAL BACKS ITS AMOUNT OUT OF THE ITEM NAMED IN
115740*    TRAN-REFERENCE-KEY AS FAR AS THAT ITEM IS STILL OPEN, AND
115750*    THE ITEM IS MARKED REVERSED ONCE NOTHING IS LEFT OPEN ON
115760*    IT.  WHAT THE ITEM CANNOT ABSORB - ALL OF IT, WHEN A
115770*    PAYMENT HAD ALREADY SETTLED THE ITEM - LEAVES THAT
115780*    PAYMENT UNAPPLIED: IT GOES ON TO SETTLE OTHER OPEN ITEMS
115790*    LIKE A CREDIT, AND WHATEVER IS STILL LEFT REOPENS THE
115800*    NAMED ITEM AS AN OPEN CREDIT (OPEN-REMAINDER-ITEM).
115810 REVERSE-NAMED-ITEM.
115820    	MOVE CUST-KEY TO OIT-CUST-KEY.
115830    	MOVE WS-ITEM-REFERENCE TO OIT-ITEM-REFERENCE.
115840    	PERFORM READ-OPEN-ITEM.
115850    	IF ITEM-FOUND AND OIT-OPEN-AMOUNT > ZERO
115860    	PERFORM SETTLE-DEBIT-ITEM
115870    	END-IF.
115880    	IF ITEM-FOUND
115890    	IF OIT-OPEN-AMOUNT = ZERO
115900    	SET OIT-ITEM-REVERSED TO TRUE
115910    	END-IF
115920    	MOVE PARM-RUN-DATE TO OIT-LAST-ACTIVITY-DATE
115930    	PERFORM REWRITE-OPEN-ITEM
115940    	END-IF.
115950
115960*    THE CUSTOMER'S OPEN ITEMS OF THE OPPOSITE SIGN TO WHAT IS
115970*    LEFT TO APPLY ARE TABLED IN KEY ORDER, AND APPLY-OLDEST-
115980*    ITEM TAKES THEM OLDEST ITEM DATE FIRST (EQUAL DATES IN
115990*    KEY ORDER).  A CUSTOMER WITH MORE SUCH ITEMS THAN THE
116000*    TABLE HOLDS IS LOGGED; THE ITEMS BEYOND IT ARE LEFT FOR A
116010*    LATER POST AND THE REMAINDER OPENS AS AN ITEM OF ITS OWN,
116020*    SO THE LEDGER STILL FOOTS TO THE MASTER.
116030 LOAD-OPPOSITE-ITEMS.
116040    	MOVE ZERO TO WS-ITEM-COUNT.
116050    	SET ITEM-TABLE-NOT-FULL TO TRUE.
116060    	PERFORM START-CUSTOMER-ITEMS.
116070    	PERFORM TABLE-ONE-OPEN-ITEM
116080    	    UNTIL ITEM-SCAN-DONE.
116090    	PERFORM PICK-OLDEST-ITEM.
116100
116110 TABLE-ONE-OPEN-ITEM.
116120    	IF OIT-ITEM-OPEN AND WS-ITEM-REMAINING < ZERO AND
116130    	   OIT-OPEN-AMOUNT > ZERO
116140    	PERFORM ADD-ITEM-TABLE-ENTRY
116150    	END-IF.
116155    	IF OIT-ITEM-OPEN AND WS-ITEM-REMAINING > ZERO AND
116156    	   OIT-OPEN-AMOUNT < ZERO
116157    	PERFORM ADD-ITEM-TABLE-ENTRY
116160    	END-IF.
116170    	PERFORM READ-NEXT-OPEN-ITEM.
116180
116190 ADD-ITEM-TABLE-ENTRY.
116200    	IF WS-ITEM-COUNT < 200
116210    	ADD 1 TO WS-ITEM-COUNT
116220    	MOVE OIT-ITEM-REFERENCE TO WS-ITEM-REF(WS-ITEM-COUNT)
116230    	MOVE OIT-ITEM-DATE TO WS-ITEM-DATE(WS-ITEM-COUNT)
116240    	SET ITEM-ENTRY-PENDING(WS-ITEM-COUNT) TO TRUE
116250    	ELSE
116260    	PERFORM REPORT-ITEM-TABLE-FULL
116270    	END-IF.
116280
116290*    A CUSTOMER WITH MORE OPEN ITEMS THAN THE TABLE HOLDS HAS
116293*    NOT SETTLED OLDEST FIRST, SO ITS ITEM AGING - WHICH
116296*    CUSTRPT, DLQREVW, FINCHRG AND CUSTSTMT ALL RELY ON - CAN
116299*    NO LONGER BE TRUSTED.  AS WITH THE DUPLICATE TABLE, THAT
116302*    IS A DATA ERROR, NOT A SHRUG: THE POST STILL COMPLETES (THE
116305*    LEDGER FOOTS), BUT THE RUN ENDS RC 8 SO THE STREAM STOPS
116310*    FOR A LOOK.  REPORTED ONCE PER CUSTOMER.
116320 REPORT-ITEM-TABLE-FULL.
116330    	IF ITEM-TABLE-NOT-FULL
116340    	SET ITEM-TABLE-FULL TO TRUE
116350    	MOVE "M018" TO MSG-NUMBER
116360    	SET MSG-SEVERITY-ERROR TO TRUE
116370    	MOVE SPACES TO MSG-TEXT
116380    	STRING "OPEN-ITEM TABLE FULL - OLDEST-FIRST INCOMPLETE "
116390    	    "FOR " CUST-KEY
116400    	    DELIMITED BY SIZE INTO MSG-TEXT
116410    	PERFORM LOG-OPERATOR-MESSAGE
116420    	IF WS-RETURN-CODE < 8
116430    	SET WS-RC-DATA-ERROR TO TRUE
116440    	END-IF
116450    	END-IF.
116460
116470 PICK-OLDEST-ITEM.
116480    	MOVE ZERO TO WS-ITEM-PICK-SUB.
116490    	MOVE 1 TO WS-ITEM-SUB.
116500    	PERFORM CHECK-ONE-ITEM-ENTRY
116510    	    UNTIL WS-ITEM-SUB > WS-ITEM-COUNT.
116520
116530 CHECK-ONE-ITEM-ENTRY.
116540    	IF ITEM-ENTRY-PENDING(WS-ITEM-SUB)
116550    	IF WS-ITEM-PICK-SUB = ZERO
116560    	MOVE WS-ITEM-SUB TO WS-ITEM-PICK-SUB
116570    	ELSE
116580    	IF WS-ITEM-DATE(WS-ITEM-SUB) <
116590    	   WS-ITEM-DATE(WS-ITEM-PICK-SUB)
116600    	MOVE WS-ITEM-SUB TO WS-ITEM-PICK-SUB
116610    	END-IF
116620    	END-IF
116630    	END-IF.
116640    	ADD 1 TO WS-ITEM-SUB.
116650
116660*    ONE TABLED ITEM SETTLED AS FAR AS WHAT IS LEFT TO APPLY
116670*    REACHES, CLOSED WHEN NOTHING IS LEFT OPEN ON IT.
116680 APPLY-OLDEST-ITEM.
116690    	SET ITEM-ENTRY-APPLIED(WS-ITEM-PICK-SUB) TO TRUE.
116700    	MOVE CUST-KEY TO OIT-CUST-KEY.
116710    	MOVE WS-ITEM-REF(WS-ITEM-PICK-SUB)
116715    	    TO OIT-ITEM-REFERENCE.
116720    	PERFORM READ-OPEN-ITEM.
116730    	IF ITEM-FOUND AND WS-ITEM-REMAINING < ZERO
116740    	PERFORM SETTLE-DEBIT-ITEM
116750    	END-IF.
116760    	IF ITEM-FOUND AND WS-ITEM-REMAINING > ZERO
116770    	PERFORM SETTLE-CREDIT-ITEM
116780    	END-IF.
116790    	IF ITEM-FOUND
116800    	IF OIT-OPEN-AMOUNT = ZERO
116810    	SET OIT-ITEM-CLOSED TO TRUE
116820    	END-IF
116830    	MOVE PARM-RUN-DATE TO OIT-LAST-ACTIVITY-DATE
116840    	PERFORM REWRITE-OPEN-ITEM
116850    	END-IF.
116860    	PERFORM PICK-OLDEST-ITEM.
116870
116880*    A CREDIT (OR REVERSAL) AGAINST AN OPEN DEBIT ITEM: THE
116890*    SMALLER OF THE TWO COMES OFF BOTH.
116900 SETTLE-DEBIT-ITEM.
116910    	COMPUTE WS-ITEM-SETTLE = ZERO - WS-ITEM-REMAINING.
116920    	IF WS-ITEM-SETTLE > OIT-OPEN-AMOUNT
116930    	MOVE OIT-OPEN-AMOUNT TO WS-ITEM-SETTLE
116940    	END-IF.
116950    	SUBTRACT WS-ITEM-SETTLE FROM OIT-OPEN-AMOUNT.
116960    	ADD WS-ITEM-SETTLE TO WS-ITEM-REMAINING.
116970
116980*    A DEBIT OR ADJUSTMENT AGAINST AN UNAPPLIED CREDIT ITEM.
116990 SETTLE-CREDIT-ITEM.
117000    	COMPUTE WS-ITEM-SETTLE = ZERO - OIT-OPEN-AMOUNT.
117010    	IF WS-ITEM-SETTLE > WS-ITEM-REMAINING
117020    	MOVE WS-ITEM-REMAINING TO WS-ITEM-SETTLE
117030    	END-IF.
117040    	ADD WS-ITEM-SETTLE TO OIT-OPEN-AMOUNT.
117050    	SUBTRACT WS-ITEM-SETTLE FROM WS-ITEM-REMAINING.
117060
117070*    WHAT IS LEFT AFTER NETTING STANDS AS AN ITEM OF ITS OWN:
117080*    A NEW DEBIT OR ADJUSTMENT, AN UNAPPLIED CREDIT, OR THE
117090*    UNAPPLIED PART OF A REVERSAL.  A REFERENCE ALREADY ON
117100*    FILE FOR THE CUSTOMER - THE SAME INVOICE SENT IN TWO
117110*    PARTS, OR THE ITEM A REVERSAL NAMED - IS ADDED TO AND
117120*    REOPENED RATHER THAN DUPLICATED, AND KEEPS ITS OWN DATE.
117130 OPEN-REMAINDER-ITEM.
117140    	MOVE CUST-KEY TO OIT-CUST-KEY.
117150    	MOVE WS-ITEM-REFERENCE TO OIT-ITEM-REFERENCE.
117160    	PERFORM READ-OPEN-ITEM.
117170    	IF ITEM-FOUND
117180    	ADD WS-ITEM-REMAINING TO OIT-OPEN-AMOUNT
117190    	IF NOT TRAN-TYPE-REVERSAL
117200    	ADD WS-ITEM-REMAINING TO OIT-ORIGINAL-AMOUNT
117210    	END-IF
117220    	IF OIT-OPEN-AMOUNT = ZERO
117230    	SET OIT-ITEM-CLOSED TO TRUE
117240    	ELSE
117250    	SET OIT-ITEM-OPEN TO TRUE
117260    	END-IF
117270    	MOVE PARM-RUN-DATE TO OIT-LAST-ACTIVITY-DATE
117280    	PERFORM REWRITE-OPEN-ITEM
117290    	ELSE
117300    	MOVE SPACES TO OPEN-ITEM-RECORD
117310    	MOVE CUST-KEY TO OIT-CUST-KEY
117320    	MOVE WS-ITEM-REFERENCE TO OIT-ITEM-REFERENCE
117330    	MOVE PARM-RUN-DATE TO OIT-ITEM-DATE
117340    	MOVE TRAN-TYPE-CODE TO OIT-ITEM-TYPE
117350    	MOVE WS-ITEM-REMAINING TO OIT-ORIGINAL-AMOUNT
117360    	MOVE WS-ITEM-REMAINING TO OIT-OPEN-AMOUNT
117370    	SET OIT-ITEM-OPEN TO TRUE
117380    	MOVE PARM-RUN-DATE TO OIT-LAST-ACTIVITY-DATE
117390    	PERFORM WRITE-OPEN-ITEM
117400    	END-IF.
117410    	MOVE ZERO TO WS-ITEM-REMAINING.
117420
117430 READ-OPEN-ITEM.
117440    	READ OPEN-ITEM-FILE.
117450    	IF WS-OPEN-ITEM-STATUS = "23"
117460    	SET ITEM-NOT-FOUND TO TRUE
117470    	ELSE
117480    	MOVE "OPEN-ITEM-FILE" TO WS-CHECK-FILE-NAME
117490    	MOVE WS-OPEN-ITEM-STATUS TO WS-CHECK-FILE-STATUS
117500    	PERFORM FILE-STATUS-CHECK
117510    	SET ITEM-FOUND TO TRUE
117520    	END-IF.
117530
117540 WRITE-OPEN-ITEM.
117550    	WRITE OPEN-ITEM-RECORD.
117560    	MOVE "OPEN-ITEM-FILE" TO WS-CHECK-FILE-NAME.
117570    	MOVE WS-OPEN-ITEM-STATUS TO WS-CHECK-FILE-STATUS.
117580    	PERFORM FILE-STATUS-CHECK.
117590
117600 REWRITE-OPEN-ITEM.
117610    	REWRITE OPEN-ITEM-RECORD.
117620    	MOVE "OPEN-ITEM-FILE" TO WS-CHECK-FILE-NAME.
117630    	MOVE WS-OPEN-ITEM-STATUS TO WS-CHECK-FILE-STATUS.
117640    	PERFORM FILE-STATUS-CHECK.
