00010D* records to GRADUATE-HISTORY-FILE stamped with the graduation
00010E* year, deletes them from the master, and prints a promotion
00010F* register with counts by grade.
0010FA* A senior the graduation credit audit (GRADAUD) lists as
0010FB* short of a requirement is not graduated: the sweep reads
0010FC* the audit's extract first, leaves those seniors on the
0010FD* master at grade 12, and counts them on the register, so
0010FE* the audit has to run immediately before the sweep and the
0010FF* sweep will not start without its extract.
00010G*
00010D* Every transaction is field-edited before it is applied (valid
00010E* A/C/D code, non-blank student ID and name, grade level 09-12,
00011J* when a student is deleted or graduates, the matching
00011K* contact record is deleted too, so the mailing file never
00011L* accumulates records for students who are gone.
00011M*
00011N* The UNLOAD run also appends its control totals to the STUDJOB
00011O* run's CTLTOTS dataset (see CTLBAL): master records read,
00011P* unloaded and excluded, plus the unloaded count for each
00011Q* school code, which is the master's share of REPORT's input.
00011F
000037 IDENTIFICATION DIVISION.
000038 PROGRAM-ID.       STUDMAIN.
0139CC         ACCESS MODE IS DYNAMIC
0139CD         RECORD KEY IS CONTACT-STUDENT-ID
0139CE         FILE STATUS IS WS-CONTACT-STATUS.
0139DA     SELECT GRADUATION-AUDIT-FILE ASSIGN TO "GRADEXT"
0139DB         ORGANIZATION IS LINE SEQUENTIAL
0139DC         FILE STATUS IS WS-GRADEXT-STATUS.
0139EA     SELECT CONTROL-TOTALS-FILE ASSIGN TO "CTLTOTS"
0139EB         ORGANIZATION IS LINE SEQUENTIAL
0139EC         FILE STATUS IS WS-CTLTOTS-STATUS.
000140
000150 DATA DIVISION.
000160 FILE SECTION.
0470EJ     05  CONTACT-ZIP         PIC X(5).
0470EK     05  CONTACT-PHONE       PIC X(10).
0470EL
0470FA FD  GRADUATION-AUDIT-FILE
0470FB     RECORD CONTAINS 60 CHARACTERS
0470FC     DATA RECORD IS GRADUATION-AUDIT-RECORD.
0470FD 01  GRADUATION-AUDIT-RECORD.
0470FE     05  AUDX-SCHOOL-CODE    PIC X(3).
0470FF     05  AUDX-DELIM-1        PIC X.
0470FG     05  AUDX-STUDENT-ID     PIC X(9).
0470FH     05  AUDX-DELIM-2        PIC X.
0470FI     05  AUDX-STUDENT-NAME   PIC X(20).
0470FJ     05  AUDX-DELIM-3        PIC X.
0470FK     05  AUDX-GRADE-LEVEL    PIC X(2).
0470FL     05  FILLER              PIC X(23).
470FLA 01  GRADUATION-AUDIT-RUN-HEADER.
470FLB     05  AUDH-RECORD-ID      PIC X(11).
470FLC     05  AUDH-DELIM          PIC X.
470FLD     05  AUDH-RUN-DATE       PIC X(10).
470FLE     05  FILLER              PIC X(38).
0470FM
0470GA FD  CONTROL-TOTALS-FILE
0470GB     RECORD CONTAINS 80 CHARACTERS
0470GC     DATA RECORD IS CONTROL-TOTALS-RECORD.
0470GD 01  CONTROL-TOTALS-RECORD.
0470GE     05  CTL-JOB-NAME        PIC X(8).
0470GF     05  CTL-STEP-NAME       PIC X(8).
0470GG     05  CTL-FILE-NAME       PIC X(8).
0470GH     05  CTL-ENTRY-LEVEL     PIC X.
0470GI     05  CTL-SCHOOL-CODE     PIC X(3).
0470GJ     05  CTL-RUN-DATE        PIC X(10).
0470GK     05  CTL-RUN-TIME        PIC X(8).
0470GL     05  CTL-RECORDS-IN      PIC 9(7).
0470GM     05  CTL-RECORDS-OUT     PIC 9(7).
0470GN     05  CTL-RECORDS-REJECTED PIC 9(7).
0470GO     05  CTL-RECORDS-EXCLUDED PIC 9(7).
0470GP     05  FILLER              PIC X(6).
0470GQ
000470
000500 WORKING-STORAGE SECTION.
000510 01  WS-MASTER-STATUS        PIC X(2)      VALUE SPACES.
00560U 01  BACKED-UP-COUNT         PIC 9(7)      VALUE ZERO.
00560V 01  STATUS-APPLIED-COUNT    PIC 9(7)      VALUE ZERO.
00560W 01  INACTIVE-SKIPPED-COUNT  PIC 9(7)      VALUE ZERO.
0560WA 01  HELD-SENIOR-COUNT       PIC 9(7)      VALUE ZERO.
0560WB 01  WS-GRADEXT-STATUS       PIC X(2)      VALUE SPACES.
0560WC 01  WS-HELD-COUNT           PIC 9(3)      VALUE ZERO.
0560WD 01  WS-HELD-SUB             PIC 9(3)      VALUE ZERO.
0560WJ 01  WS-HELD-LOOKUP-ID       PIC X(9)      VALUE SPACES.
0560WE 01  WS-HELD-FOUND-SWITCH    PIC X(3)      VALUE 'NO '.
0560WF     88  HELD-FOUND          VALUE 'YES'.
0560WG 01  HELD-SENIOR-TABLE.
0560WH     05  HELD-SENIOR-ENTRY   OCCURS 500 TIMES.
0560WI         10  HELD-STUDENT-ID PIC X(9).
00560X 01  WITHDRAWN-EXCL-COUNT    PIC 9(7)      VALUE ZERO.
00560Y 01  TRANSFER-EXCL-COUNT     PIC 9(7)      VALUE ZERO.
00560Z 01  WS-RSN-COUNT            PIC 9(3)      VALUE ZERO.
0561ME 01  CONTACT-DELETED-COUNT   PIC 9(7)      VALUE ZERO.
0561MB 01  WS-RUN-MODE-NAME        PIC X(8)      VALUE SPACES.
0561MC 01  WS-CONFLICT-JOB         PIC X(8)      VALUE SPACES.
0561MF 01  WS-CTLTOTS-STATUS       PIC X(2)      VALUE SPACES.
0561MG 01  WS-CTL-SCHOOL-COUNT     PIC 9(3)      VALUE ZERO.
0561MH 01  WS-CTL-SCHOOL-SUB       PIC 9(3)      VALUE ZERO.
0561MI 01  WS-CTL-TALLY-SCHOOL     PIC X(3)      VALUE SPACES.
0561MJ 01  WS-CTL-FOUND-SWITCH     PIC X(3)      VALUE 'NO '.
0561MK 01  CTL-SCHOOL-TABLE.
0561ML     05  CTL-SCHOOL-ENTRY    OCCURS 50 TIMES.
0561MM         10  CTLS-SCHOOL-CODE PIC X(3).
0561MN         10  CTLS-RECORD-COUNT PIC 9(7).
000570
000580 01  TRANSACTION-LINE.
000590     05  FILLER              PIC X(7)      VALUE SPACES.
00098N                 VALUE  'Inactive records not promoted'.
00098O     05  FILLER              PIC X(35)     VALUE SPACES.
00098P
0098PA 01  HELD-SENIOR-LINE.
0098PB     05  FILLER              PIC X(7)      VALUE SPACES.
0098PC     05  HELD-SENIOR-OUT     PIC 9(7).
0098PD     05  FILLER              PIC X         VALUE SPACE.
0098PE     05  FILLER              PIC X(30)
0098PF                 VALUE  'Seniors held - credits short'.
0098PG     05  FILLER              PIC X(35)     VALUE SPACES.
0098PH
00098Q 01  WITHDRAWN-EXCL-LINE.
00098R     05  FILLER              PIC X(7)      VALUE SPACES.
00098S     05  WITHDRAWN-EXCL-OUT  PIC 9(7).
002270     CLOSE STUDENT-MASTER-FILE
002280           STUDENT-FILE
002290           MAINT-REPORT-FILE.
00229A     PERFORM RECORD-CONTROL-TOTALS.
002300
002305* Withdrawn and transferred-out records are left out of the
002306* unloaded roster so the downstream report, statistics and
00235D         MOVE MASTER-STATUS-DATE  TO ROSTER-STATUS-DATE
002360         WRITE ROSTER-RECORD
002370         ADD 1 TO UNLOADED-COUNT
00237B         MOVE MASTER-SCHOOL-CODE TO WS-CTL-TALLY-SCHOOL
00237C         PERFORM TALLY-CONTROL-SCHOOL
00237A     END-IF.
002380     READ STUDENT-MASTER-FILE NEXT RECORD
002390         AT END MOVE 'NO' TO DATA-REMAINS-SWITCH
002467* delete the sweep applies is journaled to CHANGE-HISTORY-FILE
002468* like any other maintenance, so the promotion run can be
002469* audited and replayed the same way.
02469A* A grade-12 record the graduation credit audit listed as
02469B* short stays on the master at grade 12 and is counted as
02469C* held.  The audit extract is required - the sweep will not
02469D* graduate anyone against an audit that was never run.
002470
002471 PROMOTE-STUDENT-ROSTER.
02471A     PERFORM LOAD-HELD-SENIORS.
002472     OPEN I-O STUDENT-MASTER-FILE.
002473     IF WS-MASTER-STATUS NOT = '00'
002474         DISPLAY 'MASTER OPEN FAILED - ' WS-MASTER-STATUS
002509                 MOVE '12' TO WS-NEW-GRADE-LEVEL
002510                 ADD 1 TO PROMOTED-11-COUNT
002511             WHEN '12'
02511A                 MOVE MASTER-STUDENT-ID TO WS-HELD-LOOKUP-ID
02511B                 PERFORM LOOK-UP-HELD-SENIOR
02511C                 IF HELD-FOUND
02511D                     ADD 1 TO HELD-SENIOR-COUNT
02511E                 ELSE
002512                     PERFORM GRADUATE-STUDENT
02512A                 END-IF
002513             WHEN OTHER
002514                 ADD 1 TO UNPROMOTED-COUNT
002515         END-EVALUATE
00254A     PERFORM DELETE-CONTACT-RECORD.
002542     ADD 1 TO GRADUATED-COUNT.
002543
02543A* The audit extract carries one record per shortfall after a
02543B* header; every grade-12 student on it is loaded once into the
02543C* held table.  A missing extract, or more short seniors than
02543D* the table holds, stops the sweep before the master is
02543E* touched.  So does an extract whose run record is missing or
2543EA* dated other than today: a leftover extract from an earlier
2543EB* audit would graduate this year's short seniors and hold
2543EC* students who have since made up their credits.
02543F
02543G LOAD-HELD-SENIORS.
02543H     OPEN INPUT GRADUATION-AUDIT-FILE.
02543I     IF WS-GRADEXT-STATUS NOT = '00'
02543J         DISPLAY 'GRADUATION AUDIT OPEN FAILED - '
02543K             WS-GRADEXT-STATUS
02543L         MOVE 16 TO RETURN-CODE
02543M         PERFORM STAMP-RUN-END
02543N         STOP RUN
02543O     END-IF.
2543OA     READ GRADUATION-AUDIT-FILE
2543OB         AT END MOVE 'NO' TO DATA-REMAINS-SWITCH
2543OC     END-READ.
2543OD     IF DATA-REMAINS-SWITCH = 'NO'
2543OE         OR AUDH-RECORD-ID NOT = 'GRADAUD RUN'
2543OF         DISPLAY 'GRADUATION AUDIT RUN RECORD MISSING - '
2543OG             'SWEEP NOT RUN'
2543OH         MOVE 16 TO RETURN-CODE
2543OI         PERFORM STAMP-RUN-END
2543OJ         STOP RUN
2543OK     END-IF.
2543OL     IF AUDH-RUN-DATE NOT = WS-FORMATTED-DATE
2543OM         DISPLAY 'GRADUATION AUDIT RUN ' AUDH-RUN-DATE
2543ON             ' IS NOT TODAY - SWEEP NOT RUN'
2543OO         MOVE 16 TO RETURN-CODE
2543OP         PERFORM STAMP-RUN-END
2543OQ         STOP RUN
2543OR     END-IF.
02543P     READ GRADUATION-AUDIT-FILE
02543Q         AT END MOVE 'NO' TO DATA-REMAINS-SWITCH
02543R     END-READ.
02543S     PERFORM LOAD-HELD-SENIOR
02543T         UNTIL DATA-REMAINS-SWITCH = 'NO'.
02543U     CLOSE GRADUATION-AUDIT-FILE.
02543V     MOVE SPACES TO DATA-REMAINS-SWITCH.
02543W
02543X LOAD-HELD-SENIOR.
02543Y     IF AUDX-GRADE-LEVEL = '12'
02543Z         MOVE AUDX-STUDENT-ID TO WS-HELD-LOOKUP-ID
0254AA         PERFORM LOOK-UP-HELD-SENIOR
0254AB         IF NOT HELD-FOUND
0254AC             IF WS-HELD-COUNT >= 500
0254AD                 DISPLAY 'HELD SENIOR TABLE FULL - SWEEP NOT RUN'
0254AE                 MOVE 16 TO RETURN-CODE
0254AF                 PERFORM STAMP-RUN-END
0254AG                 STOP RUN
0254AH             END-IF
0254AI             ADD 1 TO WS-HELD-COUNT
0254AJ             MOVE AUDX-STUDENT-ID TO
0254AK                 HELD-STUDENT-ID(WS-HELD-COUNT)
0254AL         END-IF
0254AM     END-IF.
0254AN     READ GRADUATION-AUDIT-FILE
0254AO         AT END MOVE 'NO' TO DATA-REMAINS-SWITCH
0254AP     END-READ.
0254AQ
0254AR LOOK-UP-HELD-SENIOR.
0254AS     MOVE 'NO ' TO WS-HELD-FOUND-SWITCH.
0254AT     MOVE 1 TO WS-HELD-SUB.
0254AU     PERFORM TEST-HELD-SENIOR
0254AV         UNTIL HELD-FOUND OR WS-HELD-SUB > WS-HELD-COUNT.
0254AW
0254AX TEST-HELD-SENIOR.
0254AY     IF HELD-STUDENT-ID(WS-HELD-SUB) = WS-HELD-LOOKUP-ID
0254AZ         MOVE 'YES' TO WS-HELD-FOUND-SWITCH
0254BA     ELSE
0254BB         ADD 1 TO WS-HELD-SUB
0254BC     END-IF.
0254BD
002560* Backup sweep (PARM='BACKUP').  Copies every master record to
002561* the sequential backup dataset (STUDJOB catalogs it as a dated
002562* generation), then resets CHANGE-HISTORY-FILE so the journal
002554     MOVE GRADUATED-COUNT TO GRADUATED-COUNT-OUT.
002555     MOVE GRADUATED-LINE TO MAINT-REPORT-LINE.
002556     WRITE MAINT-REPORT-LINE.
02556A     MOVE HELD-SENIOR-COUNT TO HELD-SENIOR-OUT.
02556B     MOVE HELD-SENIOR-LINE TO MAINT-REPORT-LINE.
02556C     WRITE MAINT-REPORT-LINE.
002557     MOVE UNPROMOTED-COUNT TO UNPROMOTED-COUNT-OUT.
002558     MOVE UNPROMOTED-LINE TO MAINT-REPORT-LINE.
002559     WRITE MAINT-REPORT-LINE.
008037     PERFORM CHECK-RUN-CONFLICT.
008038     MOVE 'CNTCMNT' TO WS-CONFLICT-JOB.
008039     PERFORM CHECK-RUN-CONFLICT.
00803A     MOVE 'GRDCHG' TO WS-CONFLICT-JOB.
00803B     PERFORM CHECK-RUN-CONFLICT.
008040     PERFORM STAMP-RUN-START.
008041     CLOSE RUN-CONTROL-FILE.
008042
008098             END-IF
008099     END-READ.
008100     CLOSE RUN-CONTROL-FILE.
008101
008102* Control totals: every step of the STUDJOB stream appends its
008103* record counts to the run's CTLTOTS dataset - an 'F' entry
008104* for the whole file and, where the step can tell, an 'S'
008105* entry per school code - and CTLBAL proves the steps against
008106* each other at the end of the stream.  A run without a
008107* CTLTOTS DD (an UNLOAD outside STUDJOB) records nothing.
008108
008109 RECORD-CONTROL-TOTALS.
008110     OPEN EXTEND CONTROL-TOTALS-FILE.
008111     IF WS-CTLTOTS-STATUS = '00'
008112         PERFORM START-CONTROL-TOTAL
008113         MOVE 'F' TO CTL-ENTRY-LEVEL
008114         COMPUTE CTL-RECORDS-IN = UNLOADED-COUNT
008115             + WITHDRAWN-EXCL-COUNT + TRANSFER-EXCL-COUNT
008116         MOVE UNLOADED-COUNT TO CTL-RECORDS-OUT
008117         COMPUTE CTL-RECORDS-EXCLUDED = WITHDRAWN-EXCL-COUNT
008118             + TRANSFER-EXCL-COUNT
008119         WRITE CONTROL-TOTALS-RECORD
008120         MOVE 1 TO WS-CTL-SCHOOL-SUB
008121         PERFORM WRITE-SCHOOL-CONTROL-TOTAL
008122             WS-CTL-SCHOOL-COUNT TIMES
008123         CLOSE CONTROL-TOTALS-FILE
008124     END-IF.
008125
008126 START-CONTROL-TOTAL.
008127     MOVE SPACES TO CONTROL-TOTALS-RECORD.
008128     MOVE 'STUDMAIN' TO CTL-JOB-NAME.
008129     MOVE 'UNLOAD' TO CTL-STEP-NAME.
008130     MOVE 'STUDENT' TO CTL-FILE-NAME.
008131     MOVE WS-FORMATTED-DATE TO CTL-RUN-DATE.
008132     MOVE WS-FORMATTED-TIME TO CTL-RUN-TIME.
008133     MOVE ZERO TO CTL-RECORDS-IN.
008134     MOVE ZERO TO CTL-RECORDS-OUT.
008135     MOVE ZERO TO CTL-RECORDS-REJECTED.
008136     MOVE ZERO TO CTL-RECORDS-EXCLUDED.
008137
008138 WRITE-SCHOOL-CONTROL-TOTAL.
008139     PERFORM START-CONTROL-TOTAL.
008140     MOVE 'S' TO CTL-ENTRY-LEVEL.
008141     MOVE CTLS-SCHOOL-CODE(WS-CTL-SCHOOL-SUB) TO CTL-SCHOOL-CODE.
008142     MOVE CTLS-RECORD-COUNT(WS-CTL-SCHOOL-SUB) TO CTL-RECORDS-IN.
008143     MOVE CTLS-RECORD-COUNT(WS-CTL-SCHOOL-SUB)
008144         TO CTL-RECORDS-OUT.
008145     WRITE CONTROL-TOTALS-RECORD.
008146     ADD 1 TO WS-CTL-SCHOOL-SUB.
008147
008148* Unloaded records are counted by school code as they are
008149* written.  Codes beyond the fiftieth are not broken out and
008150* show on CTLBAL as an out-of-balance school.
008151
008152 TALLY-CONTROL-SCHOOL.
008153     MOVE 'NO ' TO WS-CTL-FOUND-SWITCH.
008154     MOVE 1 TO WS-CTL-SCHOOL-SUB.
008155     PERFORM TEST-CONTROL-SCHOOL
008156         UNTIL WS-CTL-FOUND-SWITCH = 'YES'
008157         OR WS-CTL-SCHOOL-SUB > WS-CTL-SCHOOL-COUNT.
008158     IF WS-CTL-FOUND-SWITCH = 'NO '
008159         AND WS-CTL-SCHOOL-COUNT < 50
008160         ADD 1 TO WS-CTL-SCHOOL-COUNT
008161         MOVE WS-CTL-TALLY-SCHOOL
008162             TO CTLS-SCHOOL-CODE(WS-CTL-SCHOOL-COUNT)
008163         MOVE 1 TO CTLS-RECORD-COUNT(WS-CTL-SCHOOL-COUNT)
008164     END-IF.
008165
008166 TEST-CONTROL-SCHOOL.
008167     IF CTLS-SCHOOL-CODE(WS-CTL-SCHOOL-SUB) = WS-CTL-TALLY-SCHOOL
008168         ADD 1 TO CTLS-RECORD-COUNT(WS-CTL-SCHOOL-SUB)
008169         MOVE 'YES' TO WS-CTL-FOUND-SWITCH
008170     ELSE
008171         ADD 1 TO WS-CTL-SCHOOL-SUB
008172     END-IF.
