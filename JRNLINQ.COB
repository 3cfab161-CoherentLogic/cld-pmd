001600* UPDATE IS SHOWN WITH ITS BEFORE AND AFTER IMAGES ALIGNED FOR
001700* COMPARISON, AND THE REPORT ENDS WITH UPDATE TOTALS BY
001800* PROGRAM AND DAY FOR COMPLIANCE.
001810* A CUSTMNT ROW ALSO NAMES THE OPERATOR WHO KEYED THE CHANGE
001820* AND, FOR A DUAL-CONTROL CHANGE, THE ONE WHO APPROVED IT.
001900*
002000 ENVIRONMENT DIVISION.
002100 INPUT-OUTPUT SECTION.
007860*    INQUIRY PASS IS READING.
007870 01  WS-JOURNAL-WORK.
007880     COPY AUDITREC.
007881*    THE CUSTOMER IMAGE ON A CUSTMNT ROW, READ FOR THE MAKER
007882*    AND APPROVER IDS CUSTMNT STAMPS ON IT.
007883 01  WS-AUTHORITY-WORK.
007884     COPY CUSTREC.
007900 01  WS-SELECTION-SWITCH       PIC X(01)  VALUE "Y".
008000     88  JOURNAL-ROW-SELECTED             VALUE "Y".
008100     88  JOURNAL-ROW-SKIPPED              VALUE "N".
014900     05  RPT-UPDATE-TIME       PIC 9(08).
015000     05  FILLER                PIC X(07)  VALUE "  KEY: ".
015100     05  RPT-RECORD-KEY        PIC X(20).
015200     05  RPT-AUTHORITY-TEXT    PIC X(50).
015210     05  FILLER                PIC X(26)  VALUE SPACES.
015300 01  WS-IMAGE-LINE.
015400     05  FILLER                PIC X(03)  VALUE SPACES.
015500     05  RPT-IMAGE-LABEL       PIC X(08).
031700    	MOVE JNL-DATE TO RPT-UPDATE-DATE.
031800    	MOVE JNL-TIME TO RPT-UPDATE-TIME.
031900    	MOVE JNL-RECORD-KEY TO RPT-RECORD-KEY.
031910    	MOVE SPACES TO RPT-AUTHORITY-TEXT.
031920    	IF JNL-PROGRAM-ID = "CUSTMNT"
031930    	PERFORM FORMAT-AUTHORITY
031940    	END-IF.
032000    	MOVE WS-UPDATE-HEADER-LINE TO REPORT-RECORD.
032100    	PERFORM WRITE-REPORT-LINE.
032200    	MOVE "BEFORE: " TO RPT-IMAGE-LABEL.
032800    	MOVE WS-IMAGE-LINE TO REPORT-RECORD.
032900    	PERFORM WRITE-REPORT-LINE.
033000
033010*    WHO KEYED AND WHO APPROVED A CUSTMNT CHANGE, AS STAMPED ON
033014*    THE IMAGE IT WROTE - OR, FOR A DELETE, ON THE IMAGE IT
033018*    REMOVED.  ROWS JOURNALED BEFORE THE STAMP SHOW NOTHING.
033022 FORMAT-AUTHORITY.
033026    	IF JNL-AFTER-IMAGE NOT = SPACES
033030    	MOVE JNL-AFTER-IMAGE TO CUST-DATA
033034    	ELSE
033038    	MOVE JNL-BEFORE-IMAGE TO CUST-DATA
033042    	END-IF.
033046    	IF CUST-MAINT-MAKER-ID NOT = SPACES
033050    	IF CUST-MAINT-APPROVER-ID = SPACES
033054    	STRING "  KEYED BY: " CUST-MAINT-MAKER-ID
033058    	    "  NO APPROVAL NEEDED"
033062    	    DELIMITED BY SIZE INTO RPT-AUTHORITY-TEXT
033066    	ELSE
033070    	STRING "  KEYED BY: " CUST-MAINT-MAKER-ID
033074    	    "  APPROVED BY: " CUST-MAINT-APPROVER-ID
033078    	    DELIMITED BY SIZE INTO RPT-AUTHORITY-TEXT
033082    	END-IF
033086    	END-IF.
033090
033100 ACCUMULATE-TOTALS.
033200    	MOVE ZERO TO WS-TOTAL-MATCH-SUB.
033300    	IF WS-TOTAL-COUNT > ZERO
