000017* counts of records read and duplicate IDs found, and sets
000018* RETURN-CODE 8 when any duplicate exists so STUDJOB can hold
000019* the REPORT step until the ownership is resolved.
00019A*
00019B* The records read, in total and by school code, are also
00019C* appended to the STUDJOB run's CTLTOTS control-totals dataset,
00019D* so CTLBAL can prove that REPORT read exactly the rosters
00019E* audited here - a file truncated or replaced between the two
00019F* steps shows up against its school.
000020*
000021* DD names: SYSIN (concatenated rosters), AUDWORK and AUDITED
000022* (sort work), CTLTOTS (control totals), SYSOUT (report).
000023
000038 IDENTIFICATION DIVISION.
000039 PROGRAM-ID.       DUPAUDIT.
000120         ORGANIZATION IS LINE SEQUENTIAL.
000130     SELECT PRINT-FILE       ASSIGN TO SYSOUT
000140         ORGANIZATION IS LINE SEQUENTIAL.
000141     SELECT CONTROL-TOTALS-FILE ASSIGN TO "CTLTOTS"
000142         ORGANIZATION IS LINE SEQUENTIAL
000143         FILE STATUS IS WS-CTLTOTS-STATUS.
000150
000160 DATA DIVISION.
000170 FILE SECTION.
000430     RECORD CONTAINS 80 CHARACTERS
000440     DATA RECORD IS PRINT-LINE.
000450 01  PRINT-LINE              PIC X(80).
000451
00045A FD  CONTROL-TOTALS-FILE
00045B     RECORD CONTAINS 80 CHARACTERS
00045C     DATA RECORD IS CONTROL-TOTALS-RECORD.
00045D 01  CONTROL-TOTALS-RECORD.
00045E     05  CTL-JOB-NAME        PIC X(8).
00045F     05  CTL-STEP-NAME       PIC X(8).
00045G     05  CTL-FILE-NAME       PIC X(8).
00045H     05  CTL-ENTRY-LEVEL     PIC X.
00045I     05  CTL-SCHOOL-CODE     PIC X(3).
00045J     05  CTL-RUN-DATE        PIC X(10).
00045K     05  CTL-RUN-TIME        PIC X(8).
00045L     05  CTL-RECORDS-IN      PIC 9(7).
00045M     05  CTL-RECORDS-OUT     PIC 9(7).
00045N     05  CTL-RECORDS-REJECTED PIC 9(7).
00045O     05  CTL-RECORDS-EXCLUDED PIC 9(7).
00045P     05  FILLER              PIC X(6).
000460
001000 WORKING-STORAGE SECTION.
001010 01  DATA-REMAINS-SWITCH     PIC X(2)      VALUE SPACES.
001020 01  WS-LINE-COUNT           PIC 9(4)      VALUE ZERO.
001021 01  WS-LINES-PER-PAGE       PIC 9(4)      VALUE 20.
001022 01  WS-PAGE-NUMBER          PIC 9(4)      VALUE ZERO.
01022A 01  WS-CURRENT-TIME         PIC 9(8)      VALUE ZERO.
01022B 01  WS-FORMATTED-TIME       PIC X(8)      VALUE SPACES.
01022C 01  WS-CTLTOTS-STATUS       PIC X(2)      VALUE SPACES.
01022D 01  WS-CTL-SCHOOL-COUNT     PIC 9(3)      VALUE ZERO.
01022E 01  WS-CTL-SCHOOL-SUB       PIC 9(3)      VALUE ZERO.
01022F 01  WS-CTL-TALLY-SCHOOL     PIC X(3)      VALUE SPACES.
01022G 01  WS-CTL-FOUND-SWITCH     PIC X(3)      VALUE 'NO '.
01022H 01  CTL-SCHOOL-TABLE.
01022I     05  CTL-SCHOOL-ENTRY    OCCURS 50 TIMES.
01022J         10  CTLS-SCHOOL-CODE PIC X(3).
01022K         10  CTLS-RECORD-COUNT PIC 9(7).
001023
001030* All records sharing one student ID are gathered here at the
001031* control break so their school codes can be compared and,
002190     IF DUPLICATE-ID-COUNT > ZERO
002200         MOVE 8 TO RETURN-CODE
002210     END-IF.
002211     PERFORM RECORD-CONTROL-TOTALS.
002220     STOP RUN.
002230
002240 SORT-COMBINED-ROSTER.
002300
002310 AUDIT-STUDENT-RECORD.
002320     ADD 1 TO TOTAL-RECORDS-READ.
002321     MOVE SCHOOL-CODE-IN TO WS-CTL-TALLY-SCHOOL.
002322     PERFORM TALLY-CONTROL-SCHOOL.
002330     IF STUDENT-ID-IN NOT = WS-CURRENT-STUDENT-ID
002340         IF WS-GROUP-SIZE > ZERO
002350             PERFORM CHECK-ID-GROUP
003190     STRING WS-CURRENT-DATE(1:4) '-' WS-CURRENT-DATE(5:2) '-'
003200         WS-CURRENT-DATE(7:2) DELIMITED BY SIZE
003210         INTO WS-FORMATTED-DATE.
003212     ACCEPT WS-CURRENT-TIME FROM TIME.
003213     STRING WS-CURRENT-TIME(1:2) ':' WS-CURRENT-TIME(3:2) ':'
003214         WS-CURRENT-TIME(5:2) DELIMITED BY SIZE
003215         INTO WS-FORMATTED-TIME.
003220
003230* Control totals: every step of the STUDJOB stream appends its
003240* record counts to the run's CTLTOTS dataset - an 'F' entry
003250* for the whole file and an 'S' entry per school code - and
003260* CTLBAL proves the steps against each other at the end of the
003270* stream.  A run without a CTLTOTS DD records nothing.
003280
003290 RECORD-CONTROL-TOTALS.
003300     OPEN EXTEND CONTROL-TOTALS-FILE.
003310     IF WS-CTLTOTS-STATUS = '00'
003320         PERFORM START-CONTROL-TOTAL
003330         MOVE 'F' TO CTL-ENTRY-LEVEL
003340         MOVE TOTAL-RECORDS-READ TO CTL-RECORDS-IN
003350         WRITE CONTROL-TOTALS-RECORD
003360         MOVE 1 TO WS-CTL-SCHOOL-SUB
003370         PERFORM WRITE-SCHOOL-CONTROL-TOTAL
003380             WS-CTL-SCHOOL-COUNT TIMES
003390         CLOSE CONTROL-TOTALS-FILE
003400     END-IF.
003410
003420 START-CONTROL-TOTAL.
003430     MOVE SPACES TO CONTROL-TOTALS-RECORD.
003440     MOVE 'DUPAUDIT' TO CTL-JOB-NAME.
003450     MOVE 'AUDIT' TO CTL-STEP-NAME.
003460     MOVE 'SYSIN' TO CTL-FILE-NAME.
003470     MOVE WS-FORMATTED-DATE TO CTL-RUN-DATE.
003480     MOVE WS-FORMATTED-TIME TO CTL-RUN-TIME.
003490     MOVE ZERO TO CTL-RECORDS-IN.
003500     MOVE ZERO TO CTL-RECORDS-OUT.
003510     MOVE ZERO TO CTL-RECORDS-REJECTED.
003520     MOVE ZERO TO CTL-RECORDS-EXCLUDED.
003530
003540 WRITE-SCHOOL-CONTROL-TOTAL.
003550     PERFORM START-CONTROL-TOTAL.
003560     MOVE 'S' TO CTL-ENTRY-LEVEL.
003570     MOVE CTLS-SCHOOL-CODE(WS-CTL-SCHOOL-SUB) TO CTL-SCHOOL-CODE.
003580     MOVE CTLS-RECORD-COUNT(WS-CTL-SCHOOL-SUB) TO CTL-RECORDS-IN.
003590     WRITE CONTROL-TOTALS-RECORD.
003600     ADD 1 TO WS-CTL-SCHOOL-SUB.
003610
003620* Records are counted by school code as they are read.  Codes
003630* beyond the fiftieth are not broken out and show on CTLBAL as
003640* an out-of-balance school.
003650
003660 TALLY-CONTROL-SCHOOL.
003670     MOVE 'NO ' TO WS-CTL-FOUND-SWITCH.
003680     MOVE 1 TO WS-CTL-SCHOOL-SUB.
003690     PERFORM TEST-CONTROL-SCHOOL
003700         UNTIL WS-CTL-FOUND-SWITCH = 'YES'
003710         OR WS-CTL-SCHOOL-SUB > WS-CTL-SCHOOL-COUNT.
003720     IF WS-CTL-FOUND-SWITCH = 'NO '
003730         AND WS-CTL-SCHOOL-COUNT < 50
003740         ADD 1 TO WS-CTL-SCHOOL-COUNT
003750         MOVE WS-CTL-TALLY-SCHOOL
003760             TO CTLS-SCHOOL-CODE(WS-CTL-SCHOOL-COUNT)
003770         MOVE 1 TO CTLS-RECORD-COUNT(WS-CTL-SCHOOL-COUNT)
003780     END-IF.
003790
003800 TEST-CONTROL-SCHOOL.
003810     IF CTLS-SCHOOL-CODE(WS-CTL-SCHOOL-SUB) = WS-CTL-TALLY-SCHOOL
003820         ADD 1 TO CTLS-RECORD-COUNT(WS-CTL-SCHOOL-SUB)
003830         MOVE 'YES' TO WS-CTL-FOUND-SWITCH
003840     ELSE
003850         ADD 1 TO WS-CTL-SCHOOL-SUB
003860     END-IF.
