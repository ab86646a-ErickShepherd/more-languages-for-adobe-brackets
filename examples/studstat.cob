0000GG* parent notices straight from the system.  Honor students
0000GH* with no contact record print on an exception list so the
0000GI* office can chase the gaps.
0000GJ*
0000GK* The records read, counted, skipped and excluded, and the
0000GL* mailing records written, are appended to the STUDJOB run's
0000GM* CTLTOTS control-totals dataset, where CTLBAL proves them
0000GN* against the sorted roster REPORT passed down.
00000H
000037 IDENTIFICATION DIVISION.
000038 PROGRAM-ID.       STUDSTAT.
00011C         ACCESS MODE IS DYNAMIC
00011D         RECORD KEY IS RUN-CTL-KEY
00011E         FILE STATUS IS WS-RUNCTL-STATUS.
00011F     SELECT CONTROL-TOTALS-FILE ASSIGN TO "CTLTOTS"
00011G         ORGANIZATION IS LINE SEQUENTIAL
00011H         FILE STATUS IS WS-CTLTOTS-STATUS.
000120
000130 DATA DIVISION.
000140 FILE SECTION.
00030N     05  RUN-OPERATOR-ID     PIC X(8).
00030O     05  RUN-COMPLETION      PIC 9(2).
00030P
0030RA FD  CONTROL-TOTALS-FILE
0030RB     RECORD CONTAINS 80 CHARACTERS
0030RC     DATA RECORD IS CONTROL-TOTALS-RECORD.
0030RD 01  CONTROL-TOTALS-RECORD.
0030RE     05  CTL-JOB-NAME        PIC X(8).
0030RF     05  CTL-STEP-NAME       PIC X(8).
0030RG     05  CTL-FILE-NAME       PIC X(8).
0030RH     05  CTL-ENTRY-LEVEL     PIC X.
0030RI     05  CTL-SCHOOL-CODE     PIC X(3).
0030RJ     05  CTL-RUN-DATE        PIC X(10).
0030RK     05  CTL-RUN-TIME        PIC X(8).
0030RL     05  CTL-RECORDS-IN      PIC 9(7).
0030RM     05  CTL-RECORDS-OUT     PIC 9(7).
0030RN     05  CTL-RECORDS-REJECTED PIC 9(7).
0030RO     05  CTL-RECORDS-EXCLUDED PIC 9(7).
0030RP     05  FILLER              PIC X(6).
0030RQ
000310
000500 WORKING-STORAGE SECTION.
000510 01  DATA-REMAINS-SWITCH     PIC X(2)      VALUE SPACES.
0522BA 01  WS-RUNCTL-STATUS        PIC X(2)      VALUE SPACES.
0522BB 01  WS-RUN-MODE-NAME        PIC X(8)      VALUE SPACES.
0522BC 01  WS-CONFLICT-JOB         PIC X(8)      VALUE SPACES.
0522BD 01  WS-CTLTOTS-STATUS       PIC X(2)      VALUE SPACES.
000523 01  WS-LINE-COUNT           PIC 9(4)      VALUE ZERO.
000524 01  WS-LINES-PER-PAGE       PIC 9(4)      VALUE 20.
000525 01  WS-PAGE-NUMBER          PIC 9(4)      VALUE ZERO.
00118A     IF CONTACT-FILE-PRESENT
00118B         CLOSE STUDENT-CONTACT-FILE
00118C     END-IF.
00118D     PERFORM RECORD-CONTROL-TOTALS.
001185     PERFORM STAMP-RUN-END.
001190     STOP RUN.
001200
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
008111         MOVE 'SORTED' TO CTL-FILE-NAME
008112         MOVE TOTAL-RECORDS-READ TO CTL-RECORDS-IN
008113         MOVE COUNTED-RECORDS TO CTL-RECORDS-OUT
008114         MOVE SKIPPED-RECORDS TO CTL-RECORDS-REJECTED
008115         MOVE INACTIVE-RECORDS TO CTL-RECORDS-EXCLUDED
008116         WRITE CONTROL-TOTALS-RECORD
008117         PERFORM START-CONTROL-TOTAL
008118         MOVE 'MAILEXT' TO CTL-FILE-NAME
008119         MOVE HONOR-ROLL-COUNT TO CTL-RECORDS-IN
008120         MOVE MAILED-COUNT TO CTL-RECORDS-OUT
008121         MOVE NO-CONTACT-COUNT TO CTL-RECORDS-REJECTED
008122         WRITE CONTROL-TOTALS-RECORD
008123         CLOSE CONTROL-TOTALS-FILE
008124     END-IF.
008125
008126 START-CONTROL-TOTAL.
008127     MOVE SPACES TO CONTROL-TOTALS-RECORD.
008128     MOVE 'STUDSTAT' TO CTL-JOB-NAME.
008129     MOVE 'STATS' TO CTL-STEP-NAME.
008130     MOVE 'F' TO CTL-ENTRY-LEVEL.
008131     MOVE WS-FORMATTED-DATE TO CTL-RUN-DATE.
008132     MOVE WS-FORMATTED-TIME TO CTL-RUN-TIME.
008133     MOVE ZERO TO CTL-RECORDS-IN.
008134     MOVE ZERO TO CTL-RECORDS-OUT.
008135     MOVE ZERO TO CTL-RECORDS-REJECTED.
008136     MOVE ZERO TO CTL-RECORDS-EXCLUDED.
