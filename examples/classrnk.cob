000028* same style as SAMPLE's STUDENT-EXPORT-FILE (header record,
000029* pipe delimiters) so the counseling office can mail-merge
000030* from it.
00030A*
00031A* The records read, ranked, skipped and excluded, and the
00031B* extract records written, are appended to the STUDJOB run's
00031C* CTLTOTS control-totals dataset, where CTLBAL proves them
00031D* against the sorted roster REPORT passed down.
000031*
000032* DD names: SORTED (sorted roster from SAMPLE), RANKWORK and
000033* RANKED (sort work), GROUPCNT (class-size work file),
000034* RANKEXP (delimited extract), CTLTOTS (control totals),
00034A* SYSOUT (report).
000035
000038 IDENTIFICATION DIVISION.
000039 PROGRAM-ID.       CLASSRNK.
000160         ORGANIZATION IS LINE SEQUENTIAL.
000170     SELECT PRINT-FILE       ASSIGN TO SYSOUT
000180         ORGANIZATION IS LINE SEQUENTIAL.
000181     SELECT CONTROL-TOTALS-FILE ASSIGN TO "CTLTOTS"
000182         ORGANIZATION IS LINE SEQUENTIAL
000183         FILE STATUS IS WS-CTLTOTS-STATUS.
000190
000200 DATA DIVISION.
000210 FILE SECTION.
000800     RECORD CONTAINS 80 CHARACTERS
000810     DATA RECORD IS PRINT-LINE.
000820 01  PRINT-LINE              PIC X(80).
000821
00082A FD  CONTROL-TOTALS-FILE
00082B     RECORD CONTAINS 80 CHARACTERS
00082C     DATA RECORD IS CONTROL-TOTALS-RECORD.
00082D 01  CONTROL-TOTALS-RECORD.
00082E     05  CTL-JOB-NAME        PIC X(8).
00082F     05  CTL-STEP-NAME       PIC X(8).
00082G     05  CTL-FILE-NAME       PIC X(8).
00082H     05  CTL-ENTRY-LEVEL     PIC X.
00082I     05  CTL-SCHOOL-CODE     PIC X(3).
00082J     05  CTL-RUN-DATE        PIC X(10).
00082K     05  CTL-RUN-TIME        PIC X(8).
00082L     05  CTL-RECORDS-IN      PIC 9(7).
00082M     05  CTL-RECORDS-OUT     PIC 9(7).
00082N     05  CTL-RECORDS-REJECTED PIC 9(7).
00082O     05  CTL-RECORDS-EXCLUDED PIC 9(7).
00082P     05  FILLER              PIC X(6).
000830
001000 WORKING-STORAGE SECTION.
001010 01  DATA-REMAINS-SWITCH     PIC X(2)      VALUE SPACES.
001031 01  WS-LINE-COUNT           PIC 9(4)      VALUE ZERO.
001032 01  WS-LINES-PER-PAGE       PIC 9(4)      VALUE 20.
001033 01  WS-PAGE-NUMBER          PIC 9(4)      VALUE ZERO.
01033A 01  WS-CURRENT-TIME         PIC 9(8)      VALUE ZERO.
01033B 01  WS-FORMATTED-TIME       PIC X(8)      VALUE SPACES.
01033C 01  WS-CTLTOTS-STATUS       PIC X(2)      VALUE SPACES.
01033D 01  EXPORTED-COUNT          PIC 9(7)      VALUE ZERO.
001034
001040 01  HEADER-LINE-1.
001041     05  FILLER              PIC X(26)     VALUE SPACES.
002040     PERFORM SORT-ROSTER-FOR-RANKING.
002050     PERFORM COUNT-GROUP-SIZES.
002060     PERFORM RANK-STUDENT-GROUPS.
002061     PERFORM RECORD-CONTROL-TOTALS.
002070     STOP RUN.
002080
002090* Ranking order: school, then grade, then GPA highest first,
004040     MOVE '|' TO EXP-DELIM-6.
004050     MOVE WS-CLASS-SIZE TO EXP-CLASS-SIZE.
004060     WRITE RANK-EXPORT-RECORD.
004061     ADD 1 TO EXPORTED-COUNT.
004070
004080 PRINT-RANKING-TOTALS.
004090     MOVE HEADER-BLANK-LINE TO PRINT-LINE.
004460     STRING WS-CURRENT-DATE(1:4) '-' WS-CURRENT-DATE(5:2) '-'
004470         WS-CURRENT-DATE(7:2) DELIMITED BY SIZE
004480         INTO WS-FORMATTED-DATE.
004481     ACCEPT WS-CURRENT-TIME FROM TIME.
004482     STRING WS-CURRENT-TIME(1:2) ':' WS-CURRENT-TIME(3:2) ':'
004483         WS-CURRENT-TIME(5:2) DELIMITED BY SIZE
004484         INTO WS-FORMATTED-TIME.
004490
004500* Control totals: every step of the STUDJOB stream appends its
004510* record counts to the run's CTLTOTS dataset and CTLBAL proves
004520* the steps against each other at the end of the stream.  A
004530* run without a CTLTOTS DD records nothing.
004540
004550 RECORD-CONTROL-TOTALS.
004560     OPEN EXTEND CONTROL-TOTALS-FILE.
004570     IF WS-CTLTOTS-STATUS = '00'
004580         PERFORM START-CONTROL-TOTAL
004590         MOVE 'SORTED' TO CTL-FILE-NAME
004600         MOVE TOTAL-RECORDS-READ TO CTL-RECORDS-IN
004610         MOVE RANKED-COUNT TO CTL-RECORDS-OUT
004620         MOVE SKIPPED-COUNT TO CTL-RECORDS-REJECTED
004630         MOVE INACTIVE-COUNT TO CTL-RECORDS-EXCLUDED
004640         WRITE CONTROL-TOTALS-RECORD
004650         PERFORM START-CONTROL-TOTAL
004660         MOVE 'RANKEXP' TO CTL-FILE-NAME
004670         MOVE RANKED-COUNT TO CTL-RECORDS-IN
004680         MOVE EXPORTED-COUNT TO CTL-RECORDS-OUT
004690         WRITE CONTROL-TOTALS-RECORD
004700         CLOSE CONTROL-TOTALS-FILE
004710     END-IF.
004720
004730 START-CONTROL-TOTAL.
004740     MOVE SPACES TO CONTROL-TOTALS-RECORD.
004750     MOVE 'CLASSRNK' TO CTL-JOB-NAME.
004760     MOVE 'RANK' TO CTL-STEP-NAME.
004770     MOVE 'F' TO CTL-ENTRY-LEVEL.
004780     MOVE WS-FORMATTED-DATE TO CTL-RUN-DATE.
004790     MOVE WS-FORMATTED-TIME TO CTL-RUN-TIME.
004800     MOVE ZERO TO CTL-RECORDS-IN.
004810     MOVE ZERO TO CTL-RECORDS-OUT.
004820     MOVE ZERO TO CTL-RECORDS-REJECTED.
004830     MOVE ZERO TO CTL-RECORDS-EXCLUDED.
