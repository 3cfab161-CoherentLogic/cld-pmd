001800* SO THE RECEIVING SYSTEM GETS THE SAME BALANCING PROTECTION
001900* THE STREAM USES INTERNALLY.  AN OUT-OF-PROOF EXTRACT ENDS
002000* WITH THE DATA-ERROR RETURN CODE AND RELEASES NOTHING.
002010*
002020* EACH TYPE'S GL ACCOUNT AND SIDE COME FROM THE GL MAPPING
002030* TABLE (GLMAP, MAINTAINED BY GLMAINT): THE ROW FOR THAT TYPE
002040* IN EFFECT ON THE RUN DATE.  A POSTED TYPE WITH NO ROW IN
002050* EFFECT, OR WITH TWO, REFUSES THE RUN, AND THE REPORT NAMES
002060* THE MAPPING VERSION USED SO ANY GLIFILE CAN BE TRACED BACK
002070* TO THE RULES THAT BUILT IT.
002100*
002200 ENVIRONMENT DIVISION.
002300 INPUT-OUTPUT SECTION.
003500    	    ORGANIZATION IS LINE SEQUENTIAL
003600    	    FILE STATUS IS WS-INTERFACE-STATUS.
003700
003710    	SELECT GL-MAP-FILE ASSIGN TO "GLMAP"
003720    	    ORGANIZATION IS LINE SEQUENTIAL
003730    	    FILE STATUS IS WS-GL-MAP-STATUS.
003740
003800    	SELECT REPORT-FILE ASSIGN TO "REPTFILE"
003900    	    ORGANIZATION IS LINE SEQUENTIAL
004000    	    FILE STATUS IS WS-REPORT-STATUS.
005600 FD  INTERFACE-FILE.
005700 01  INTERFACE-RECORD          PIC X(132).
005800
005810 FD  GL-MAP-FILE.
005820 01  GL-MAP-RECORD.
005830     COPY GLMREC.
005840
005900 FD  REPORT-FILE.
006000 01  REPORT-RECORD             PIC X(132).
006100
008100 01  WS-TRAN-STATUS            PIC X(02)  VALUE SPACES.
008200 01  WS-INTERFACE-STATUS       PIC X(02)  VALUE SPACES.
008300 01  WS-REPORT-STATUS          PIC X(02)  VALUE SPACES.
008310 01  WS-GL-MAP-STATUS          PIC X(02)  VALUE SPACES.
008400
008500 01  WS-WORK-PROGRAM-ID        PIC X(08)  VALUE "GLEXTRCT".
008600 01  WS-ABEND-SWITCH           PIC X(01)  VALUE "N".
010200 01  WS-PROOF-SWITCH           PIC X(01)  VALUE "N".
010300     88  EXTRACT-IN-PROOF                 VALUE "Y".
010400     88  EXTRACT-OUT-OF-PROOF             VALUE "N".
010410 01  WS-GL-MAP-EOF-SWITCH      PIC X(01)  VALUE "N".
010420     88  GL-MAP-EOF                       VALUE "Y".
010430     88  GL-MAP-NOT-EOF                   VALUE "N".
010440 01  WS-GL-MAP-USABLE-SWITCH   PIC X(01)  VALUE "Y".
010450     88  GL-MAP-USABLE                    VALUE "Y".
010460     88  GL-MAP-NOT-USABLE                VALUE "N".
010500
010600 01  WS-RUN-DATE-NUM           PIC 9(08)  VALUE ZERO.
010700 01  WS-CTL-DATE-X             PIC X(08)  VALUE SPACES.
012200
012300*    GL SUMMARIZATION BUCKETS, ONE PER TRANSACTION TYPE IN
012400*    DEBIT/CREDIT/ADJUSTMENT/REVERSAL ORDER.  THE ACCOUNT MAP
012500*    SAYS WHICH GL ACCOUNT AND SIDE EACH TYPE FEEDS; IT IS
012600*    LOADED FROM THE GLMAP ROWS IN EFFECT ON THE RUN DATE, WITH
012700*    THE EFFECTIVE-FROM DATE OF EACH ROW KEPT FOR THE REPORT.
012800*    AN OLD-FORMAT DETAIL WITH NO TYPE CODE POSTED AS A
012900*    STRAIGHT BALANCE ADD, SO IT FOLDS INTO THE DEBIT BUCKET.
013000 01  WS-GL-TOTALS.
013100     05  WS-GL-ENTRY OCCURS 4 TIMES.
013200         10  WS-GL-COUNT           PIC 9(07).
013300         10  WS-GL-AMOUNT          PIC 9(11)V99.
013900 01  WS-GL-ACCOUNT-MAP.
014000     05  WS-GL-MAP-ENTRY OCCURS 4 TIMES.
014100         10  WS-GL-MAP-ACCOUNT     PIC X(08).
014200         10  WS-GL-MAP-SIDE        PIC X(01).
014202         10  WS-GL-MAP-FROM        PIC X(08).
014204         10  WS-GL-MAP-FOUND-FLAG  PIC X(01).
014206 01  WS-GL-MAP-VERSION         PIC 9(05)  VALUE ZERO.
014207 01  WS-GL-MAP-VERSION-DATE    PIC 9(08)  VALUE ZERO.
014208 01  WS-GL-MAP-FROM-X          PIC X(08)  VALUE SPACES.
014210*    THE INTERFACE ROWS ACTUALLY RELEASED: TYPE BUCKETS
014220*    SHARING A GL ACCOUNT AND SIDE (CREDITS AND REVERSALS
014230*    BOTH CREDIT THE RECEIVABLE) COMBINE INTO ONE ROW, SO THE
019900     05  RPT-GL-COUNT          PIC Z(06)9.
020000     05  FILLER                PIC X(02)  VALUE SPACES.
020100     05  RPT-GL-AMOUNT         PIC Z(10)9.99.
020110     05  FILLER                PIC X(06)  VALUE
020120         "  EFF ".
020130     05  RPT-GL-FROM           PIC X(08).
020200     05  FILLER                PIC X(76)  VALUE SPACES.
020300
020400 PROCEDURE DIVISION.
020500 PROGRAM-BEGIN.
021800 OPENING-PROCEDURE.
021900    	ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
022000    	ACCEPT WS-RUN-START-TIME FROM TIME.
022100    	INITIALIZE WS-GL-TOTALS WS-GL-OUT-TABLE
022105    	    WS-GL-ACCOUNT-MAP.
022200    	PERFORM READ-PARM-RECORD.
022300    	PERFORM EDIT-PARM-FIELDS.
022400    	PERFORM OPEN-REPORT-FILE.
022700    	PERFORM WRITE-RUN-CONTROL-START.
022800    	PERFORM OPEN-TRAN-FILE.
022900    	PERFORM CHECK-FILE-HEADER.
022910    	PERFORM LOAD-GL-MAP.
023000
023100 READ-PARM-RECORD.
023200    	OPEN INPUT PARM-FILE.
028700    	PERFORM REFUSE-THE-RUN
028800    	END-IF.
028900
028901*    THE MAPPING ROWS IN EFFECT ON THE RUN DATE, ONE PER
028902*    TRANSACTION TYPE.  THE TABLE MUST OPEN ON ITS VERSION
028903*    RECORD.  TWO ROWS IN EFFECT FOR ONE TYPE ARE AN OVERLAP:
028904*    EITHER COULD BE THE RIGHT RULE, SO THE RUN IS REFUSED
028905*    RATHER THAN GUESS.
028906 LOAD-GL-MAP.
028907    	OPEN INPUT GL-MAP-FILE.
028908    	IF WS-GL-MAP-STATUS = "35"
028909    	MOVE SPACES TO WS-GL-MAP-STATUS
028910    	MOVE "M024" TO MSG-NUMBER
028911    	SET MSG-SEVERITY-ERROR TO TRUE
028912    	MOVE "RUN REFUSED - NO GL MAPPING TABLE (GLMAP)"
028913    	    TO MSG-TEXT
028914    	PERFORM LOG-OPERATOR-MESSAGE
028915    	PERFORM REFUSE-THE-RUN
028916    	END-IF.
028917    	MOVE "GL-MAP-FILE" TO WS-CHECK-FILE-NAME.
028918    	MOVE WS-GL-MAP-STATUS TO WS-CHECK-FILE-STATUS.
028919    	PERFORM FILE-STATUS-CHECK.
028920    	PERFORM READ-GL-MAP-RECORD.
028921    	IF GL-MAP-EOF OR NOT GLM-VERSION-RECORD
028922    	MOVE "M005" TO MSG-NUMBER
028923    	SET MSG-SEVERITY-ERROR TO TRUE
028924    	MOVE "RUN REFUSED - GLMAP HAS NO VERSION RECORD"
028925    	    TO MSG-TEXT
028926    	PERFORM LOG-OPERATOR-MESSAGE
028927    	PERFORM REFUSE-THE-RUN
028928    	END-IF.
028929    	MOVE GLM-VERSION-NUMBER TO WS-GL-MAP-VERSION.
028930    	MOVE GLM-VERSION-DATE TO WS-GL-MAP-VERSION-DATE.
028931    	MOVE SPACES TO WS-BANNER-LINE.
028932    	STRING " GL MAPPING VERSION " WS-GL-MAP-VERSION
028933    	    " BUILT " WS-GL-MAP-VERSION-DATE
028934    	    " - ROWS IN EFFECT ON " WS-RUN-DATE-NUM
028935    	    DELIMITED BY SIZE INTO WS-BANNER-LINE.
028936    	MOVE WS-BANNER-LINE TO REPORT-RECORD.
028937    	PERFORM WRITE-REPORT-LINE.
028938    	PERFORM READ-GL-MAP-RECORD.
028939    	PERFORM TAKE-ONE-GL-MAP-ROW UNTIL GL-MAP-EOF.
028940    	CLOSE GL-MAP-FILE.
028941    	MOVE WS-GL-MAP-STATUS TO WS-CHECK-FILE-STATUS.
028942    	PERFORM FILE-STATUS-CHECK.
028943    	MOVE SPACES TO WS-GL-MAP-STATUS.
028944    	MOVE SPACES TO REPORT-RECORD.
028945    	PERFORM WRITE-REPORT-LINE.
028946    	IF GL-MAP-NOT-USABLE
028947    	PERFORM REFUSE-THE-RUN
028948    	END-IF.
028949
029000*    PASS 1 SUMMARIZES; THE INTERFACE FILE IS ONLY CUT ONCE
029100*    THE SUMMARY PROVES AGAINST THE TRANOUT TRAILER.
029200 MAIN-PROCESS.
029400    	PERFORM SUMMARIZE-TRAN-RECORD
029500    	    UNTIL TRAN-EOF OR TRAILER-SEEN.
029600    	PERFORM PROVE-EXTRACT-TOTALS.
029610    	PERFORM CHECK-GL-MAP-COVERAGE.
029700    	IF EXTRACT-IN-PROOF
029800    	PERFORM WRITE-INTERFACE-FILE
029900    	END-IF.
037000    	END-IF
037100    	END-IF.
037200
037201*    EVERY TYPE THAT ACTUALLY POSTED TONIGHT MUST HAVE A ROW IN
037202*    EFFECT; A TYPE WITH NO ACTIVITY NEEDS NONE.  ONE MESSAGE
037203*    PER UNMAPPED TYPE, THEN THE RUN IS REFUSED BEFORE A SINGLE
037204*    INTERFACE ROW IS CUT.
037205 CHECK-GL-MAP-COVERAGE.
037206    	MOVE 1 TO WS-TYPE-SUB.
037207    	PERFORM CHECK-ONE-TYPE-MAPPED UNTIL WS-TYPE-SUB > 4.
037208    	IF GL-MAP-NOT-USABLE
037209    	PERFORM REFUSE-THE-RUN
037210    	END-IF.
037211
037212 CHECK-ONE-TYPE-MAPPED.
037213    	IF WS-GL-COUNT(WS-TYPE-SUB) > ZERO AND
037214    	   WS-GL-MAP-FOUND-FLAG(WS-TYPE-SUB) NOT = "Y"
037215    	SET GL-MAP-NOT-USABLE TO TRUE
037216    	MOVE "M024" TO MSG-NUMBER
037217    	SET MSG-SEVERITY-ERROR TO TRUE
037218    	MOVE SPACES TO MSG-TEXT
037219    	STRING "RUN REFUSED - NO GL MAPPING FOR "
037220    	    WS-TYPE-LABEL(WS-TYPE-SUB) " IN EFFECT ON "
037221    	    WS-RUN-DATE-NUM
037222    	    DELIMITED BY SIZE INTO MSG-TEXT
037223    	PERFORM LOG-OPERATOR-MESSAGE
037224    	MOVE SPACES TO WS-BANNER-LINE
037225    	STRING " " MSG-TEXT DELIMITED BY SIZE
037226    	    INTO WS-BANNER-LINE
037227    	MOVE WS-BANNER-LINE TO REPORT-RECORD
037228    	PERFORM WRITE-REPORT-LINE
037229    	END-IF.
037230    	ADD 1 TO WS-TYPE-SUB.
037231
037232 READ-GL-MAP-RECORD.
037233    	READ GL-MAP-FILE
037234    	AT END
037235    	SET GL-MAP-EOF TO TRUE
037236    	END-READ.
037237    	IF GL-MAP-NOT-EOF
037238    	MOVE "GL-MAP-FILE" TO WS-CHECK-FILE-NAME
037239    	MOVE WS-GL-MAP-STATUS TO WS-CHECK-FILE-STATUS
037240    	PERFORM FILE-STATUS-CHECK
037241    	END-IF.
037242
037243 TAKE-ONE-GL-MAP-ROW.
037244    	IF GLM-MAPPING-RECORD AND
037245    	   GLM-EFFECTIVE-FROM NOT > WS-RUN-DATE-NUM AND
037246    	   GLM-EFFECTIVE-TO NOT < WS-RUN-DATE-NUM
037247    	PERFORM SET-MAP-TYPE-SUBSCRIPT
037248    	IF WS-TYPE-SUB > ZERO
037249    	IF WS-GL-MAP-FOUND-FLAG(WS-TYPE-SUB) = "Y"
037250    	PERFORM REPORT-GL-MAP-OVERLAP
037251    	ELSE
037252    	MOVE GLM-GL-ACCOUNT TO WS-GL-MAP-ACCOUNT(WS-TYPE-SUB)
037253    	MOVE GLM-DR-CR-SIDE TO WS-GL-MAP-SIDE(WS-TYPE-SUB)
037254    	MOVE GLM-EFFECTIVE-FROM TO WS-GL-MAP-FROM(WS-TYPE-SUB)
037255    	MOVE "Y" TO WS-GL-MAP-FOUND-FLAG(WS-TYPE-SUB)
037256    	END-IF
037257    	END-IF
037258    	END-IF.
037259    	PERFORM READ-GL-MAP-RECORD.
037260
037261 SET-MAP-TYPE-SUBSCRIPT.
037262    	IF GLM-TRAN-TYPE = "D"
037263    	MOVE 1 TO WS-TYPE-SUB
037264    	ELSE
037265    	IF GLM-TRAN-TYPE = "C"
037266    	MOVE 2 TO WS-TYPE-SUB
037267    	ELSE
037268    	IF GLM-TRAN-TYPE = "A"
037269    	MOVE 3 TO WS-TYPE-SUB
037270    	ELSE
037271    	IF GLM-TRAN-TYPE = "R"
037272    	MOVE 4 TO WS-TYPE-SUB
037273    	ELSE
037274    	MOVE ZERO TO WS-TYPE-SUB
037275    	END-IF
037276    	END-IF
037277    	END-IF
037278    	END-IF.
037279
037280 REPORT-GL-MAP-OVERLAP.
037281    	SET GL-MAP-NOT-USABLE TO TRUE.
037282    	MOVE GLM-EFFECTIVE-FROM TO WS-GL-MAP-FROM-X.
037283    	MOVE "M024" TO MSG-NUMBER.
037284    	SET MSG-SEVERITY-ERROR TO TRUE.
037285    	MOVE SPACES TO MSG-TEXT.
037286    	STRING "RUN REFUSED - GL MAPPING OVERLAP FOR "
037287    	    WS-TYPE-LABEL(WS-TYPE-SUB) " ROWS FROM "
037288    	    WS-GL-MAP-FROM(WS-TYPE-SUB) " AND " WS-GL-MAP-FROM-X
037289    	    DELIMITED BY SIZE INTO MSG-TEXT.
037290    	PERFORM LOG-OPERATOR-MESSAGE.
037291    	MOVE SPACES TO WS-BANNER-LINE.
037292    	STRING " " MSG-TEXT DELIMITED BY SIZE
037293    	    INTO WS-BANNER-LINE.
037294    	MOVE WS-BANNER-LINE TO REPORT-RECORD.
037295    	PERFORM WRITE-REPORT-LINE.
037296
037300*    THE INTERFACE FILE, CUT ONLY IN PROOF: CONTROL HEADER,
037400*    ONE GLI ROW PER GL ACCOUNT AND SIDE THAT SAW ACTIVITY
037410*    (TYPE BUCKETS SHARING AN ACCOUNT AND SIDE COMBINED
044400    	MOVE WS-TYPE-LABEL(WS-TYPE-SUB) TO RPT-GL-TYPE.
044500    	MOVE WS-GL-MAP-ACCOUNT(WS-TYPE-SUB) TO RPT-GL-ACCOUNT.
044600    	MOVE WS-GL-MAP-SIDE(WS-TYPE-SUB) TO RPT-GL-SIDE.
044610    	MOVE WS-GL-MAP-FROM(WS-TYPE-SUB) TO RPT-GL-FROM.
044700    	MOVE WS-GL-COUNT(WS-TYPE-SUB) TO RPT-GL-COUNT.
044800    	MOVE WS-GL-AMOUNT(WS-TYPE-SUB) TO RPT-GL-AMOUNT.
044900    	MOVE WS-GL-DETAIL-LINE TO REPORT-RECORD.
045900 CLOSING-PROCEDURE.
046000    	SET CLOSING-IN-PROGRESS TO TRUE.
046100    	PERFORM CLOSE-TRAN-FILE.
046110    	PERFORM CLOSE-GL-MAP-FILE.
046200    	PERFORM WRITE-RUN-SUMMARY.
046300    	PERFORM CLOSE-REPORT-FILE.
046400    	PERFORM WRITE-RUN-CONTROL-STOP.
047100    	PERFORM FILE-STATUS-CHECK
047200    	END-IF.
047300
047310 CLOSE-GL-MAP-FILE.
047320    	IF WS-GL-MAP-STATUS NOT = SPACES
047330    	CLOSE GL-MAP-FILE
047340    	END-IF.
047350
047400 CLOSE-REPORT-FILE.
047500    	IF WS-REPORT-STATUS NOT = SPACES
047600    	CLOSE REPORT-FILE
