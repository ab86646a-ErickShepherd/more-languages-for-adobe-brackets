00045K* status (kept by STUDMAIN in the roster's last six bytes) are
00045L* excluded from the report and every subtotal, and counted on
00045M* their own summary line.
00045N*
00045O* At the end of the run the counts are appended to the STUDJOB
00045P* run's CTLTOTS control-totals dataset for CTLBAL: records
00045Q* read, written, rejected and excluded, the sorted roster
00045R* passed to STATS and RANK (recounted from the file, in total
00045S* and by school code) and the export records (recounted, so a
00045T* restart that appended a record twice shows up).
000046
000050 ENVIRONMENT DIVISION.
000060 INPUT-OUTPUT SECTION.
00125C         ACCESS MODE IS DYNAMIC
00125D         RECORD KEY IS RUN-CTL-KEY
00125E         FILE STATUS IS WS-RUNCTL-STATUS.
00125F     SELECT CONTROL-TOTALS-FILE ASSIGN TO "CTLTOTS"
00125G         ORGANIZATION IS LINE SEQUENTIAL
00125H         FILE STATUS IS WS-CTLTOTS-STATUS.
000126
000130 DATA DIVISION.
000140 FILE SECTION.
0276WN     05  RUN-OPERATOR-ID     PIC X(8).
0276WO     05  RUN-COMPLETION      PIC 9(2).
0276WP
0276XA FD  CONTROL-TOTALS-FILE
0276XB     RECORD CONTAINS 80 CHARACTERS
0276XC     DATA RECORD IS CONTROL-TOTALS-RECORD.
0276XD 01  CONTROL-TOTALS-RECORD.
0276XE     05  CTL-JOB-NAME        PIC X(8).
0276XF     05  CTL-STEP-NAME       PIC X(8).
0276XG     05  CTL-FILE-NAME       PIC X(8).
0276XH     05  CTL-ENTRY-LEVEL     PIC X.
0276XI     05  CTL-SCHOOL-CODE     PIC X(3).
0276XJ     05  CTL-RUN-DATE        PIC X(10).
0276XK     05  CTL-RUN-TIME        PIC X(8).
0276XL     05  CTL-RECORDS-IN      PIC 9(7).
0276XM     05  CTL-RECORDS-OUT     PIC 9(7).
0276XN     05  CTL-RECORDS-REJECTED PIC 9(7).
0276XO     05  CTL-RECORDS-EXCLUDED PIC 9(7).
0276XP     05  FILLER              PIC X(6).
0276XQ
000277
000500 WORKING-STORAGE SECTION.
000510 01  DATA-REMAINS-SWITCH     PIC X(2)      VALUE SPACES.
0528OA 01  WS-RUNCTL-STATUS        PIC X(2)      VALUE SPACES.
0528OB 01  WS-RUN-MODE-NAME        PIC X(8)      VALUE SPACES.
0528OC 01  WS-CONFLICT-JOB         PIC X(8)      VALUE SPACES.
0528OD 01  WS-CTLTOTS-STATUS       PIC X(2)      VALUE SPACES.
0528OE 01  WS-SORTED-COUNT         PIC 9(7)      VALUE ZERO.
0528OF 01  WS-EXPORT-COUNT         PIC 9(7)      VALUE ZERO.
0528OG 01  WS-CTL-SCHOOL-COUNT     PIC 9(3)      VALUE ZERO.
0528OH 01  WS-CTL-SCHOOL-SUB       PIC 9(3)      VALUE ZERO.
0528OI 01  WS-CTL-TALLY-SCHOOL     PIC X(3)      VALUE SPACES.
0528OJ 01  WS-CTL-FOUND-SWITCH     PIC X(3)      VALUE 'NO '.
0528OK 01  CTL-SCHOOL-TABLE.
0528OL     05  CTL-SCHOOL-ENTRY    OCCURS 50 TIMES.
0528OM         10  CTLS-SCHOOL-CODE PIC X(3).
0528ON         10  CTLS-RECORD-COUNT PIC 9(7).
000529
00529A 01  HEADER-LINE-1.
00529B     05  FILLER              PIC X(25)     VALUE SPACES.
001198           STUDENT-EXPORT-FILE
001199           AUDIT-LOG-FILE
001200           PRINT-FILE.
01200A     PERFORM RECORD-CONTROL-TOTALS.
001205     PERFORM STAMP-RUN-END.
001210     STOP RUN.
001220
008098             END-IF
008099     END-READ.
008100     CLOSE RUN-CONTROL-FILE.
008101
008102* Control totals: every step of the STUDJOB stream appends its
008103* record counts to the run's CTLTOTS dataset - an 'F' entry
008104* for the whole file and, where the step can tell, an 'S'
008105* entry per school code - and CTLBAL proves the steps against
008106* each other at the end of the stream.  A run without a
008107* CTLTOTS DD records nothing.  The sorted roster and the
008108* export are counted again from the closed files rather than
008109* taken from the running counts, which a restart carries
008110* over from the checkpoint.
008111
008112 RECORD-CONTROL-TOTALS.
008113     OPEN EXTEND CONTROL-TOTALS-FILE.
008114     IF WS-CTLTOTS-STATUS = '00'
008115         PERFORM COUNT-SORTED-ROSTER
008116         PERFORM COUNT-EXPORT-RECORDS
008117         PERFORM START-CONTROL-TOTAL
008118         MOVE 'SYSIN' TO CTL-FILE-NAME
008119         MOVE TOTAL-RECORDS-READ TO CTL-RECORDS-IN
008120         MOVE RECORDS-WRITTEN TO CTL-RECORDS-OUT
008121         MOVE REJECTED-COUNT TO CTL-RECORDS-REJECTED
008122         COMPUTE CTL-RECORDS-EXCLUDED = NON-SENIOR-COUNT
008123             + WS-INACTIVE-COUNT
008124         WRITE CONTROL-TOTALS-RECORD
008125         MOVE 1 TO WS-CTL-SCHOOL-SUB
008126         PERFORM WRITE-SCHOOL-CONTROL-TOTAL
008127             WS-CTL-SCHOOL-COUNT TIMES
008128         PERFORM START-CONTROL-TOTAL
008129         MOVE 'SORTED' TO CTL-FILE-NAME
008130         MOVE WS-SORTED-COUNT TO CTL-RECORDS-OUT
008131         WRITE CONTROL-TOTALS-RECORD
008132         PERFORM START-CONTROL-TOTAL
008133         MOVE 'EXPORT' TO CTL-FILE-NAME
008134         MOVE WS-EXPORT-COUNT TO CTL-RECORDS-OUT
008135         WRITE CONTROL-TOTALS-RECORD
008136         CLOSE CONTROL-TOTALS-FILE
008137     END-IF.
008138
008139 START-CONTROL-TOTAL.
008140     MOVE SPACES TO CONTROL-TOTALS-RECORD.
008141     MOVE 'SAMPLE' TO CTL-JOB-NAME.
008142     MOVE 'REPORT' TO CTL-STEP-NAME.
008143     MOVE 'F' TO CTL-ENTRY-LEVEL.
008144     MOVE WS-FORMATTED-DATE TO CTL-RUN-DATE.
008145     MOVE WS-FORMATTED-TIME TO CTL-RUN-TIME.
008146     MOVE ZERO TO CTL-RECORDS-IN.
008147     MOVE ZERO TO CTL-RECORDS-OUT.
008148     MOVE ZERO TO CTL-RECORDS-REJECTED.
008149     MOVE ZERO TO CTL-RECORDS-EXCLUDED.
008150
008151* REPORT's input by school is the sorted roster by school: the
008152* same records SYSIN delivered, which is what AUDIT counted
008153* and, for the master's schools, what UNLOAD wrote.
008154
008155 WRITE-SCHOOL-CONTROL-TOTAL.
008156     PERFORM START-CONTROL-TOTAL.
008157     MOVE 'SYSIN' TO CTL-FILE-NAME.
008158     MOVE 'S' TO CTL-ENTRY-LEVEL.
008159     MOVE CTLS-SCHOOL-CODE(WS-CTL-SCHOOL-SUB) TO CTL-SCHOOL-CODE.
008160     MOVE CTLS-RECORD-COUNT(WS-CTL-SCHOOL-SUB) TO CTL-RECORDS-IN.
008161     WRITE CONTROL-TOTALS-RECORD.
008162     ADD 1 TO WS-CTL-SCHOOL-SUB.
008163
008164 COUNT-SORTED-ROSTER.
008165     MOVE ZERO TO WS-SORTED-COUNT.
008166     OPEN INPUT SORTED-STUDENT-FILE.
008167     MOVE SPACES TO DATA-REMAINS-SWITCH.
008168     READ SORTED-STUDENT-FILE
008169         AT END MOVE 'NO' TO DATA-REMAINS-SWITCH
008170     END-READ.
008171     PERFORM COUNT-SORTED-RECORD
008172         UNTIL DATA-REMAINS-SWITCH = 'NO'.
008173     CLOSE SORTED-STUDENT-FILE.
008174
008175 COUNT-SORTED-RECORD.
008176     ADD 1 TO WS-SORTED-COUNT.
008177     MOVE SCHOOL-CODE-IN TO WS-CTL-TALLY-SCHOOL.
008178     PERFORM TALLY-CONTROL-SCHOOL.
008179     READ SORTED-STUDENT-FILE
008180         AT END MOVE 'NO' TO DATA-REMAINS-SWITCH
008181     END-READ.
008182
008183 COUNT-EXPORT-RECORDS.
008184     MOVE ZERO TO WS-EXPORT-COUNT.
008185     OPEN INPUT STUDENT-EXPORT-FILE.
008186     MOVE SPACES TO DATA-REMAINS-SWITCH.
008187     READ STUDENT-EXPORT-FILE
008188         AT END MOVE 'NO' TO DATA-REMAINS-SWITCH
008189     END-READ.
008190     PERFORM COUNT-EXPORT-RECORD
008191         UNTIL DATA-REMAINS-SWITCH = 'NO'.
008192     CLOSE STUDENT-EXPORT-FILE.
008193
008194 COUNT-EXPORT-RECORD.
008195     IF EXPORT-HEADER-RECORD NOT = 'STUDENT_ID|NAME|GRADE|GPA'
008196         ADD 1 TO WS-EXPORT-COUNT
008197     END-IF.
008198     READ STUDENT-EXPORT-FILE
008199         AT END MOVE 'NO' TO DATA-REMAINS-SWITCH
008200     END-READ.
008201
008202* Sorted records are counted by school code.  Codes beyond the
008203* fiftieth are not broken out and show on CTLBAL as an
008204* out-of-balance school.
008205
008206 TALLY-CONTROL-SCHOOL.
008207     MOVE 'NO ' TO WS-CTL-FOUND-SWITCH.
008208     MOVE 1 TO WS-CTL-SCHOOL-SUB.
008209     PERFORM TEST-CONTROL-SCHOOL
008210         UNTIL WS-CTL-FOUND-SWITCH = 'YES'
008211         OR WS-CTL-SCHOOL-SUB > WS-CTL-SCHOOL-COUNT.
008212     IF WS-CTL-FOUND-SWITCH = 'NO '
008213         AND WS-CTL-SCHOOL-COUNT < 50
008214         ADD 1 TO WS-CTL-SCHOOL-COUNT
008215         MOVE WS-CTL-TALLY-SCHOOL
008216             TO CTLS-SCHOOL-CODE(WS-CTL-SCHOOL-COUNT)
008217         MOVE 1 TO CTLS-RECORD-COUNT(WS-CTL-SCHOOL-COUNT)
008218     END-IF.
008219
008220 TEST-CONTROL-SCHOOL.
008221     IF CTLS-SCHOOL-CODE(WS-CTL-SCHOOL-SUB) = WS-CTL-TALLY-SCHOOL
008222         ADD 1 TO CTLS-RECORD-COUNT(WS-CTL-SCHOOL-SUB)
008223         MOVE 'YES' TO WS-CTL-FOUND-SWITCH
008224     ELSE
008225         ADD 1 TO WS-CTL-SCHOOL-SUB
008226     END-IF.
