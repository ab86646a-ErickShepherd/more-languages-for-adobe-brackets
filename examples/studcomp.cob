00000F* STUDJOB retains each run's roster as a generation dataset and
00000G* points the PRIOR DD at generation (0), so the comparison
00000H* happens automatically every cycle.
00000J*
00000K* The records read on each side are also appended to the
00000L* STUDJOB run's CTLTOTS control-totals dataset, where CTLBAL
00000M* proves the current roster against UNLOAD's unloaded count.
00000I
000037 IDENTIFICATION DIVISION.
000038 PROGRAM-ID.       STUDCOMP.
00019C         ACCESS MODE IS DYNAMIC
00019D         RECORD KEY IS RUN-CTL-KEY
00019E         FILE STATUS IS WS-RUNCTL-STATUS.
00019F     SELECT CONTROL-TOTALS-FILE ASSIGN TO "CTLTOTS"
00019G         ORGANIZATION IS LINE SEQUENTIAL
00019H         FILE STATUS IS WS-CTLTOTS-STATUS.
000200
000210 DATA DIVISION.
000220 FILE SECTION.
00061N     05  RUN-OPERATOR-ID     PIC X(8).
00061O     05  RUN-COMPLETION      PIC 9(2).
00061P
0061QA FD  CONTROL-TOTALS-FILE
0061QB     RECORD CONTAINS 80 CHARACTERS
0061QC     DATA RECORD IS CONTROL-TOTALS-RECORD.
0061QD 01  CONTROL-TOTALS-RECORD.
0061QE     05  CTL-JOB-NAME        PIC X(8).
0061QF     05  CTL-STEP-NAME       PIC X(8).
0061QG     05  CTL-FILE-NAME       PIC X(8).
0061QH     05  CTL-ENTRY-LEVEL     PIC X.
0061QI     05  CTL-SCHOOL-CODE     PIC X(3).
0061QJ     05  CTL-RUN-DATE        PIC X(10).
0061QK     05  CTL-RUN-TIME        PIC X(8).
0061QL     05  CTL-RECORDS-IN      PIC 9(7).
0061QM     05  CTL-RECORDS-OUT     PIC 9(7).
0061QN     05  CTL-RECORDS-REJECTED PIC 9(7).
0061QO     05  CTL-RECORDS-EXCLUDED PIC 9(7).
0061QP     05  FILLER              PIC X(6).
0061QQ
000620
000630 WORKING-STORAGE SECTION.
000640 01  WS-CURRENT-KEY          PIC X(9)      VALUE SPACES.
0650BA 01  WS-RUNCTL-STATUS        PIC X(2)      VALUE SPACES.
0650BB 01  WS-RUN-MODE-NAME        PIC X(8)      VALUE SPACES.
0650BC 01  WS-CONFLICT-JOB         PIC X(8)      VALUE SPACES.
0650BD 01  WS-CTLTOTS-STATUS       PIC X(2)      VALUE SPACES.
000651 01  WS-LINE-COUNT           PIC 9(4)      VALUE ZERO.
000652 01  WS-LINES-PER-PAGE       PIC 9(4)      VALUE 20.
000653 01  WS-PAGE-NUMBER          PIC 9(4)      VALUE ZERO.
001230     CLOSE CURRENT-ROSTER-FILE
001240           PRIOR-ROSTER-FILE
001250           PRINT-FILE.
001251     PERFORM RECORD-CONTROL-TOTALS.
001255     PERFORM STAMP-RUN-END.
001260     STOP RUN.
001270
008098             END-IF
008099     END-READ.
008100     CLOSE RUN-CONTROL-FILE.
008101
008102* Control totals: every step of the STUDJOB stream appends its
008103* record counts to the run's CTLTOTS dataset and CTLBAL proves
008104* the steps against each other at the end of the stream.  A
008105* run without a CTLTOTS DD records nothing.
008106
008107 RECORD-CONTROL-TOTALS.
008108     OPEN EXTEND CONTROL-TOTALS-FILE.
008109     IF WS-CTLTOTS-STATUS = '00'
008110         PERFORM START-CONTROL-TOTAL
008111         MOVE 'CURRENT' TO CTL-FILE-NAME
008112         MOVE CURRENT-READ-COUNT TO CTL-RECORDS-IN
008113         WRITE CONTROL-TOTALS-RECORD
008114         PERFORM START-CONTROL-TOTAL
008115         MOVE 'PRIOR' TO CTL-FILE-NAME
008116         MOVE PRIOR-READ-COUNT TO CTL-RECORDS-IN
008117         WRITE CONTROL-TOTALS-RECORD
008118         CLOSE CONTROL-TOTALS-FILE
008119     END-IF.
008120
008121 START-CONTROL-TOTAL.
008122     MOVE SPACES TO CONTROL-TOTALS-RECORD.
008123     MOVE 'STUDCOMP' TO CTL-JOB-NAME.
008124     MOVE 'COMPARE' TO CTL-STEP-NAME.
008125     MOVE 'F' TO CTL-ENTRY-LEVEL.
008126     MOVE WS-FORMATTED-DATE TO CTL-RUN-DATE.
008127     MOVE WS-FORMATTED-TIME TO CTL-RUN-TIME.
008128     MOVE ZERO TO CTL-RECORDS-IN.
008129     MOVE ZERO TO CTL-RECORDS-OUT.
008130     MOVE ZERO TO CTL-RECORDS-REJECTED.
008131     MOVE ZERO TO CTL-RECORDS-EXCLUDED.
