000001* Purpose:        Daily attendance posting program.
000002*
000003* Reads the day's absence records keyed from the teachers'
000004* absence sheets (student ID, date, class period or full day,
000005* excused/unexcused code), validates each one against the
000006* student master, and adds the records that pass to the
000007* cumulative attendance history, so the chronic-absence and
000008* truancy figures come from the system instead of a
000009* spreadsheet.  A record for a student not on the master is
000010* rejected with reason NOSTUD and one for a student whose
000011* enrollment status is withdrawn or transferred out with
000012* INACTV; a date that is not a valid calendar date or is
000013* later than the run date is rejected with BADDATE, a period
000014* other than 01-09 or FD with BADPER, and an absence code
000015* other than E or U with BADCODE.  Rejected records are
000016* written with their reason to a reject dataset for
000017* correction and resubmission, and print on the posting
000018* register with control totals of records read, posted and
000019* rejected so the run can be balanced against the sheets.
000020*
000021* The history is keyed on student ID, date and period, so an
000022* absence already posted - a sheet keyed twice, or the front of
000023* a resubmitted file - is rejected with DUPABS instead of being
000024* counted twice.  The master is only read, never updated; the
000025* absence file may be in any order.
000026*
000027* Absence record layout (ABSENCES, 22 bytes):
000028*   1-9    student ID
000029*   10-19  absence date (YYYY-MM-DD)
000030*   20-21  class period 01-09, or FD for the full day
000031*   22     E excused, U unexcused
000032*
000033* Attendance history layout (ATTNHIST, indexed on bytes 1-21):
000034*   1-9    student ID
000035*   10-19  absence date (YYYY-MM-DD)
000036*   20-21  class period 01-09, or FD
000037*   22     E excused, U unexcused
000038*   23     '|'
000039*   24-33  date posted (YYYY-MM-DD)
000040*
000041* DD names: STUDMAST (student master, read only), ABSENCES
000042* (the day's absence records), ATTNHIST (attendance history),
000043* ATTNREJ (rejects), RUNCTL (run control), SYSOUT (register).
000044
000060 IDENTIFICATION DIVISION.
000061 PROGRAM-ID.       ATTNPOST.
000062 AUTHOR.           TEST SAM.
000063 DATE-WRITTEN.     15 October 2026.
000064
000070 ENVIRONMENT DIVISION.
000080 INPUT-OUTPUT SECTION.
000090 FILE-CONTROL.
000100     SELECT STUDENT-MASTER-FILE ASSIGN TO "STUDMAST"
000110         ORGANIZATION IS INDEXED
000120         ACCESS MODE IS DYNAMIC
000130         RECORD KEY IS MASTER-STUDENT-ID
000140         FILE STATUS IS WS-MASTER-STATUS.
000150     SELECT ABSENCE-DETAIL-FILE ASSIGN TO "ABSENCES"
000160         ORGANIZATION IS LINE SEQUENTIAL
000170         FILE STATUS IS WS-ABSENCE-STATUS.
000180     SELECT ATTENDANCE-HISTORY-FILE ASSIGN TO "ATTNHIST"
000190         ORGANIZATION IS INDEXED
000200         ACCESS MODE IS DYNAMIC
000210         RECORD KEY IS ATTN-KEY
000220         FILE STATUS IS WS-ATTNHIST-STATUS.
000230     SELECT ABSENCE-REJECT-FILE ASSIGN TO "ATTNREJ"
000240         ORGANIZATION IS LINE SEQUENTIAL.
000250     SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
000260         ORGANIZATION IS INDEXED
000270         ACCESS MODE IS DYNAMIC
000280         RECORD KEY IS RUN-CTL-KEY
000290         FILE STATUS IS WS-RUNCTL-STATUS.
000300     SELECT PRINT-FILE       ASSIGN TO SYSOUT
000310         ORGANIZATION IS LINE SEQUENTIAL.
000320
000330 DATA DIVISION.
000340 FILE SECTION.
000350 FD  STUDENT-MASTER-FILE
000360     RECORD CONTAINS 43 CHARACTERS
000370     DATA RECORD IS MASTER-STUDENT-RECORD.
000380 01  MASTER-STUDENT-RECORD.
000390     05  MASTER-STUDENT-ID   PIC X(9).
000400     05  MASTER-STUDENT-NAME PIC X(20).
000410     05  MASTER-GRADE-LEVEL  PIC X(2).
000420     05  MASTER-GPA          PIC 9V99.
000430     05  MASTER-SCHOOL-CODE  PIC X(3).
000440     05  MASTER-ENROLL-STATUS PIC X.
000450         88  MASTER-IS-ACTIVE VALUES SPACE 'A'.
000460     05  MASTER-STATUS-REASON PIC X.
000470     05  MASTER-STATUS-DATE  PIC X(4).
000480
000490 FD  ABSENCE-DETAIL-FILE
000500     RECORD CONTAINS 22 CHARACTERS
000510     DATA RECORD IS ABSENCE-DETAIL-RECORD.
000520 01  ABSENCE-DETAIL-RECORD.
000530     05  ABS-STUDENT-ID      PIC X(9).
000540     05  ABS-DATE.
000550         10  ABS-YEAR        PIC X(4).
000560         10  ABS-DASH-1      PIC X.
000570         10  ABS-MONTH       PIC X(2).
000580         10  ABS-DASH-2      PIC X.
000590         10  ABS-DAY         PIC X(2).
000600     05  ABS-PERIOD          PIC X(2).
000610         88  VALID-ABSENCE-PERIOD
000620             VALUES '01' '02' '03' '04' '05' '06' '07' '08'
000630                    '09' 'FD'.
000640         88  FULL-DAY-ABSENCE VALUE 'FD'.
000650     05  ABS-CODE            PIC X.
000660         88  VALID-ABSENCE-CODE VALUES 'E' 'U'.
000670
000680 FD  ATTENDANCE-HISTORY-FILE
000690     RECORD CONTAINS 33 CHARACTERS
000700     DATA RECORD IS ATTENDANCE-HISTORY-RECORD.
000710 01  ATTENDANCE-HISTORY-RECORD.
000720     05  ATTN-KEY.
000730         10  ATTN-STUDENT-ID PIC X(9).
000740         10  ATTN-DATE       PIC X(10).
000750         10  ATTN-PERIOD     PIC X(2).
000760     05  ATTN-CODE           PIC X.
000770     05  ATTN-DELIM          PIC X.
000780     05  ATTN-POST-DATE      PIC X(10).
000790
000800 FD  ABSENCE-REJECT-FILE
000810     RECORD CONTAINS 30 CHARACTERS
000820     DATA RECORD IS ABSENCE-REJECT-RECORD.
000830 01  ABSENCE-REJECT-RECORD.
000840     05  ABSENCE-REJECT-IMAGE PIC X(22).
000850     05  FILLER              PIC X.
000860     05  ABSENCE-REJECT-REASON PIC X(7).
000870
000880 FD  RUN-CONTROL-FILE
000890     RECORD CONTAINS 71 CHARACTERS
000900     DATA RECORD IS RUN-CONTROL-RECORD.
000910 01  RUN-CONTROL-RECORD.
000920     05  RUN-CTL-KEY.
000930         10  RUN-JOB-NAME    PIC X(8).
000940         10  RUN-ENTRY-TYPE  PIC X.
000950     05  RUN-STATUS          PIC X(8).
000960     05  RUN-START-DATE      PIC X(10).
000970     05  RUN-START-TIME      PIC X(8).
000980     05  RUN-END-DATE        PIC X(10).
000990     05  RUN-END-TIME        PIC X(8).
001000     05  RUN-MODE            PIC X(8).
001010     05  RUN-OPERATOR-ID     PIC X(8).
001020     05  RUN-COMPLETION      PIC 9(2).
001030
001040 FD  PRINT-FILE
001050     RECORD CONTAINS 80 CHARACTERS
001060     DATA RECORD IS PRINT-LINE.
001070 01  PRINT-LINE              PIC X(80).
001080
001090 WORKING-STORAGE SECTION.
001100 01  WS-MASTER-STATUS        PIC X(2)      VALUE SPACES.
001110 01  WS-ABSENCE-STATUS       PIC X(2)      VALUE SPACES.
001120 01  WS-ATTNHIST-STATUS      PIC X(2)      VALUE SPACES.
001130 01  WS-RUNCTL-STATUS        PIC X(2)      VALUE SPACES.
001140 01  DATA-REMAINS-SWITCH     PIC X(2)      VALUE SPACES.
001150 01  WS-REJECT-REASON        PIC X(7)      VALUE SPACES.
001160 01  WS-RUN-MODE-NAME        PIC X(8)      VALUE SPACES.
001170 01  WS-CONFLICT-JOB         PIC X(8)      VALUE SPACES.
001180 01  ABSENCES-READ-COUNT     PIC 9(7)      VALUE ZERO.
001190 01  ABSENCES-POSTED-COUNT   PIC 9(7)      VALUE ZERO.
001200 01  ABSENCES-REJECTED-COUNT PIC 9(7)      VALUE ZERO.
001210 01  FULL-DAYS-POSTED-COUNT  PIC 9(7)      VALUE ZERO.
001220 01  PERIODS-POSTED-COUNT    PIC 9(7)      VALUE ZERO.
001230 01  UNEXCUSED-POSTED-COUNT  PIC 9(7)      VALUE ZERO.
001240 01  NO-STUDENT-REJECTED     PIC 9(7)      VALUE ZERO.
001250 01  INACTIVE-REJECTED       PIC 9(7)      VALUE ZERO.
001260 01  BAD-DATA-REJECTED       PIC 9(7)      VALUE ZERO.
001270 01  DUPLICATE-REJECTED      PIC 9(7)      VALUE ZERO.
001280 01  WS-DATE-EDIT.
001290     05  WS-EDIT-YEAR        PIC 9(4).
001300     05  WS-EDIT-MONTH       PIC 9(2).
001310     05  WS-EDIT-DAY         PIC 9(2).
001320 01  WS-EDIT-DATE-NUM REDEFINES WS-DATE-EDIT PIC 9(8).
001330 01  WS-MONTH-DAYS           PIC 9(2)      VALUE ZERO.
001340 01  WS-LEAP-QUOTIENT        PIC 9(4)      VALUE ZERO.
001350 01  WS-LEAP-REMAINDER       PIC 9(3)      VALUE ZERO.
001360 01  WS-CURRENT-DATE         PIC 9(8)      VALUE ZERO.
001370 01  WS-FORMATTED-DATE       PIC X(10)     VALUE SPACES.
001380 01  WS-CURRENT-TIME         PIC 9(8)      VALUE ZERO.
001390 01  WS-FORMATTED-TIME       PIC X(8)      VALUE SPACES.
001400 01  WS-OPERATOR-ID          PIC X(8)      VALUE SPACES.
001410 01  WS-LINE-COUNT           PIC 9(4)      VALUE ZERO.
001420 01  WS-LINES-PER-PAGE       PIC 9(4)      VALUE 20.
001430 01  WS-PAGE-NUMBER          PIC 9(4)      VALUE ZERO.
001440
001450 01  HEADER-LINE-1.
001460     05  FILLER              PIC X(24)     VALUE SPACES.
001470     05  FILLER              PIC X(32)
001480         VALUE  'ATTENDANCE POSTING REGISTER'.
001490     05  FILLER              PIC X(24)     VALUE SPACES.
001500
001510 01  HEADER-LINE-2.
001520     05  FILLER              PIC X(7)      VALUE SPACES.
001530     05  FILLER              PIC X(9)      VALUE 'RUN DATE:'.
001540     05  HEADER-RUN-DATE-OUT PIC X(10).
001550     05  FILLER              PIC X(5)      VALUE SPACES.
001560     05  FILLER              PIC X(6)      VALUE 'PAGE: '.
001570     05  HEADER-PAGE-NUM-OUT PIC ZZZ9.
001580     05  FILLER              PIC X(39)     VALUE SPACES.
001590
001600 01  HEADER-BLANK-LINE       PIC X(80)     VALUE SPACES.
001610
001620 01  REJECT-DETAIL-LINE.
001630     05  FILLER              PIC X(7)      VALUE SPACES.
001640     05  REJ-ID-OUT          PIC X(9).
001650     05  FILLER              PIC X(2)      VALUE SPACES.
001660     05  REJ-DATE-OUT        PIC X(10).
001670     05  FILLER              PIC X(2)      VALUE SPACES.
001680     05  REJ-PERIOD-OUT      PIC X(2).
001690     05  FILLER              PIC X(2)      VALUE SPACES.
001700     05  REJ-CODE-OUT        PIC X.
001710     05  FILLER              PIC X(2)      VALUE SPACES.
001720     05  REJ-REASON-OUT      PIC X(7).
001730     05  FILLER              PIC X(2)      VALUE SPACES.
001740     05  FILLER              PIC X(24)
001750         VALUE  'ABSENCE RECORD REJECTED'.
001760     05  FILLER              PIC X(10)     VALUE SPACES.
001770
001780 01  COUNT-LINE.
001790     05  FILLER              PIC X(7)      VALUE SPACES.
001800     05  COUNT-OUT           PIC 9(7).
001810     05  FILLER              PIC X         VALUE SPACE.
001820     05  COUNT-TEXT-OUT      PIC X(30).
001830     05  FILLER              PIC X(35)     VALUE SPACES.
001840
002000 PROCEDURE DIVISION.
002010
002020 PREPARE-ATTENDANCE-POSTING.
002030     PERFORM FORMAT-RUN-DATE.
002040     MOVE 'POST' TO WS-RUN-MODE-NAME.
002050     PERFORM ENTER-RUN-CONTROL.
002060     OPEN INPUT STUDENT-MASTER-FILE.
002070     IF WS-MASTER-STATUS NOT = '00'
002080         DISPLAY 'MASTER OPEN FAILED - ' WS-MASTER-STATUS
002090         MOVE 16 TO RETURN-CODE
002100         PERFORM STAMP-RUN-END
002110         STOP RUN
002120     END-IF.
002130     OPEN INPUT ABSENCE-DETAIL-FILE.
002140     IF WS-ABSENCE-STATUS NOT = '00'
002150         DISPLAY 'ABSENCES OPEN FAILED - ' WS-ABSENCE-STATUS
002160         MOVE 16 TO RETURN-CODE
002170         PERFORM STAMP-RUN-END
002180         STOP RUN
002190     END-IF.
002200     OPEN I-O ATTENDANCE-HISTORY-FILE.
002210     IF WS-ATTNHIST-STATUS = '35'
002220         OPEN OUTPUT ATTENDANCE-HISTORY-FILE
002230         CLOSE ATTENDANCE-HISTORY-FILE
002240         OPEN I-O ATTENDANCE-HISTORY-FILE
002250     END-IF.
002260     IF WS-ATTNHIST-STATUS NOT = '00'
002270         DISPLAY 'ATTENDANCE HISTORY OPEN FAILED - '
002280             WS-ATTNHIST-STATUS
002290         MOVE 16 TO RETURN-CODE
002300         PERFORM STAMP-RUN-END
002310         STOP RUN
002320     END-IF.
002330     OPEN OUTPUT ABSENCE-REJECT-FILE.
002340     OPEN OUTPUT PRINT-FILE.
002350     PERFORM WRITE-PAGE-HEADER.
002360     READ ABSENCE-DETAIL-FILE
002370         AT END MOVE 'NO' TO DATA-REMAINS-SWITCH
002380     END-READ.
002390     PERFORM PROCESS-ABSENCE-RECORD
002400         UNTIL DATA-REMAINS-SWITCH = 'NO'.
002410     PERFORM PRINT-POSTING-TOTALS.
002420     CLOSE STUDENT-MASTER-FILE
002430           ABSENCE-DETAIL-FILE
002440           ATTENDANCE-HISTORY-FILE
002450           ABSENCE-REJECT-FILE
002460           PRINT-FILE.
002470     PERFORM STAMP-RUN-END.
002480     STOP RUN.
002490
002500 PROCESS-ABSENCE-RECORD.
002510     ADD 1 TO ABSENCES-READ-COUNT.
002520     PERFORM EDIT-ABSENCE-RECORD.
002530     IF WS-REJECT-REASON = SPACES
002540         PERFORM POST-ABSENCE-RECORD
002550     END-IF.
002560     IF WS-REJECT-REASON NOT = SPACES
002570         PERFORM REJECT-ABSENCE-RECORD
002580     END-IF.
002590     READ ABSENCE-DETAIL-FILE
002600         AT END MOVE 'NO' TO DATA-REMAINS-SWITCH
002610     END-READ.
002620
002630* The card-level edits come first so a mistyped record is
002640* reported for what is wrong with it; only a clean record is
002650* looked up on the master.
002660
002670 EDIT-ABSENCE-RECORD.
002680     MOVE SPACES TO WS-REJECT-REASON.
002690     PERFORM EDIT-ABSENCE-DATE.
002700     IF WS-REJECT-REASON = SPACES
002710         IF NOT VALID-ABSENCE-PERIOD
002720             MOVE 'BADPER' TO WS-REJECT-REASON
002730         ELSE
002740             IF NOT VALID-ABSENCE-CODE
002750                 MOVE 'BADCODE' TO WS-REJECT-REASON
002760             END-IF
002770         END-IF
002780     END-IF.
002790     IF WS-REJECT-REASON NOT = SPACES
002800         ADD 1 TO BAD-DATA-REJECTED
002810     ELSE
002820         PERFORM LOOK-UP-STUDENT
002830     END-IF.
002840
002850 EDIT-ABSENCE-DATE.
002860     IF ABS-YEAR IS NOT NUMERIC
002870         OR ABS-MONTH IS NOT NUMERIC
002880         OR ABS-DAY IS NOT NUMERIC
002890         OR ABS-DASH-1 NOT = '-'
002900         OR ABS-DASH-2 NOT = '-'
002910         MOVE 'BADDATE' TO WS-REJECT-REASON
002920     ELSE
002930         MOVE ABS-YEAR TO WS-EDIT-YEAR
002940         MOVE ABS-MONTH TO WS-EDIT-MONTH
002950         MOVE ABS-DAY TO WS-EDIT-DAY
002960         IF WS-EDIT-MONTH < 1 OR WS-EDIT-MONTH > 12
002970             MOVE 'BADDATE' TO WS-REJECT-REASON
002980         ELSE
002990             PERFORM FIND-MONTH-LENGTH
003000             IF WS-EDIT-DAY < 1 OR WS-EDIT-DAY > WS-MONTH-DAYS
003010                 MOVE 'BADDATE' TO WS-REJECT-REASON
003020             ELSE
003030                 IF WS-EDIT-DATE-NUM > WS-CURRENT-DATE
003040                     MOVE 'BADDATE' TO WS-REJECT-REASON
003050                 END-IF
003060             END-IF
003070         END-IF
003080     END-IF.
003090
003100 FIND-MONTH-LENGTH.
003110     EVALUATE WS-EDIT-MONTH
003120         WHEN 4
003130         WHEN 6
003140         WHEN 9
003150         WHEN 11
003160             MOVE 30 TO WS-MONTH-DAYS
003170         WHEN 2
003180             DIVIDE WS-EDIT-YEAR BY 4 GIVING WS-LEAP-QUOTIENT
003190                 REMAINDER WS-LEAP-REMAINDER
003200             IF WS-LEAP-REMAINDER = ZERO
003210                 MOVE 29 TO WS-MONTH-DAYS
003220             ELSE
003230                 MOVE 28 TO WS-MONTH-DAYS
003240             END-IF
003250         WHEN OTHER
003260             MOVE 31 TO WS-MONTH-DAYS
003270     END-EVALUATE.
003280
003290 LOOK-UP-STUDENT.
003300     MOVE ABS-STUDENT-ID TO MASTER-STUDENT-ID.
003310     READ STUDENT-MASTER-FILE
003320         INVALID KEY
003330             MOVE 'NOSTUD' TO WS-REJECT-REASON
003340             ADD 1 TO NO-STUDENT-REJECTED
003350         NOT INVALID KEY
003360             IF NOT MASTER-IS-ACTIVE
003370                 MOVE 'INACTV' TO WS-REJECT-REASON
003380                 ADD 1 TO INACTIVE-REJECTED
003390             END-IF
003400     END-READ.
003410
003420* The history key is student, date and period, so the keyed
003430* write itself catches an absence that is already on file.
003440
003450 POST-ABSENCE-RECORD.
003460     MOVE SPACES TO ATTENDANCE-HISTORY-RECORD.
003470     MOVE ABS-STUDENT-ID TO ATTN-STUDENT-ID.
003480     MOVE ABS-DATE TO ATTN-DATE.
003490     MOVE ABS-PERIOD TO ATTN-PERIOD.
003500     MOVE ABS-CODE TO ATTN-CODE.
003510     MOVE '|' TO ATTN-DELIM.
003520     MOVE WS-FORMATTED-DATE TO ATTN-POST-DATE.
003530     WRITE ATTENDANCE-HISTORY-RECORD
003540         INVALID KEY
003550             MOVE 'DUPABS' TO WS-REJECT-REASON
003560             ADD 1 TO DUPLICATE-REJECTED
003570         NOT INVALID KEY
003580             ADD 1 TO ABSENCES-POSTED-COUNT
003590             IF FULL-DAY-ABSENCE
003600                 ADD 1 TO FULL-DAYS-POSTED-COUNT
003610             ELSE
003620                 ADD 1 TO PERIODS-POSTED-COUNT
003630             END-IF
003640             IF ABS-CODE = 'U'
003650                 ADD 1 TO UNEXCUSED-POSTED-COUNT
003660             END-IF
003670     END-WRITE.
003680
003690 REJECT-ABSENCE-RECORD.
003700     MOVE SPACES TO ABSENCE-REJECT-RECORD.
003710     MOVE ABSENCE-DETAIL-RECORD TO ABSENCE-REJECT-IMAGE.
003720     MOVE WS-REJECT-REASON TO ABSENCE-REJECT-REASON.
003730     WRITE ABSENCE-REJECT-RECORD.
003740     ADD 1 TO ABSENCES-REJECTED-COUNT.
003750     IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
003760         PERFORM WRITE-PAGE-HEADER
003770     END-IF.
003780     MOVE ABS-STUDENT-ID TO REJ-ID-OUT.
003790     MOVE ABS-DATE TO REJ-DATE-OUT.
003800     MOVE ABS-PERIOD TO REJ-PERIOD-OUT.
003810     MOVE ABS-CODE TO REJ-CODE-OUT.
003820     MOVE WS-REJECT-REASON TO REJ-REASON-OUT.
003830     MOVE REJECT-DETAIL-LINE TO PRINT-LINE.
003840     WRITE PRINT-LINE.
003850     ADD 1 TO WS-LINE-COUNT.
003860
003870 PRINT-POSTING-TOTALS.
003880     MOVE HEADER-BLANK-LINE TO PRINT-LINE.
003890     WRITE PRINT-LINE.
003900     ADD 1 TO WS-LINE-COUNT.
003910     MOVE ABSENCES-READ-COUNT TO COUNT-OUT.
003920     MOVE 'Absence records read' TO COUNT-TEXT-OUT.
003930     PERFORM WRITE-COUNT-LINE.
003940     MOVE ABSENCES-POSTED-COUNT TO COUNT-OUT.
003950     MOVE 'Absence records posted' TO COUNT-TEXT-OUT.
003960     PERFORM WRITE-COUNT-LINE.
003970     MOVE FULL-DAYS-POSTED-COUNT TO COUNT-OUT.
003980     MOVE '  Full-day absences' TO COUNT-TEXT-OUT.
003990     PERFORM WRITE-COUNT-LINE.
004000     MOVE PERIODS-POSTED-COUNT TO COUNT-OUT.
004010     MOVE '  Class-period absences' TO COUNT-TEXT-OUT.
004020     PERFORM WRITE-COUNT-LINE.
004030     MOVE UNEXCUSED-POSTED-COUNT TO COUNT-OUT.
004040     MOVE '  Unexcused' TO COUNT-TEXT-OUT.
004050     PERFORM WRITE-COUNT-LINE.
004060     MOVE ABSENCES-REJECTED-COUNT TO COUNT-OUT.
004070     MOVE 'Absence records rejected' TO COUNT-TEXT-OUT.
004080     PERFORM WRITE-COUNT-LINE.
004090     MOVE NO-STUDENT-REJECTED TO COUNT-OUT.
004100     MOVE 'Rejected - not on master' TO COUNT-TEXT-OUT.
004110     PERFORM WRITE-COUNT-LINE.
004120     MOVE INACTIVE-REJECTED TO COUNT-OUT.
004130     MOVE 'Rejected - student inactive' TO COUNT-TEXT-OUT.
004140     PERFORM WRITE-COUNT-LINE.
004150     MOVE BAD-DATA-REJECTED TO COUNT-OUT.
004160     MOVE 'Rejected - date/period/code' TO COUNT-TEXT-OUT.
004170     PERFORM WRITE-COUNT-LINE.
004180     MOVE DUPLICATE-REJECTED TO COUNT-OUT.
004190     MOVE 'Rejected - already posted' TO COUNT-TEXT-OUT.
004200     PERFORM WRITE-COUNT-LINE.
004210
004220 WRITE-COUNT-LINE.
004230     IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
004240         PERFORM WRITE-PAGE-HEADER
004250     END-IF.
004260     MOVE COUNT-LINE TO PRINT-LINE.
004270     WRITE PRINT-LINE.
004280     ADD 1 TO WS-LINE-COUNT.
004290
004300 WRITE-PAGE-HEADER.
004310     ADD 1 TO WS-PAGE-NUMBER.
004320     MOVE ZERO TO WS-LINE-COUNT.
004330     MOVE WS-FORMATTED-DATE TO HEADER-RUN-DATE-OUT.
004340     MOVE WS-PAGE-NUMBER TO HEADER-PAGE-NUM-OUT.
004350     MOVE HEADER-LINE-1 TO PRINT-LINE.
004360     WRITE PRINT-LINE.
004370     MOVE HEADER-LINE-2 TO PRINT-LINE.
004380     WRITE PRINT-LINE.
004390     MOVE HEADER-BLANK-LINE TO PRINT-LINE.
004400     WRITE PRINT-LINE.
004410
004420 FORMAT-RUN-DATE.
004430     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
004440     STRING WS-CURRENT-DATE(1:4) '-' WS-CURRENT-DATE(5:2) '-'
004450         WS-CURRENT-DATE(7:2) DELIMITED BY SIZE
004460         INTO WS-FORMATTED-DATE.
004470     ACCEPT WS-CURRENT-TIME FROM TIME.
004480     ACCEPT WS-OPERATOR-ID FROM ENVIRONMENT "USER".
004490     STRING WS-CURRENT-TIME(1:2) ':' WS-CURRENT-TIME(3:2) ':'
004500         WS-CURRENT-TIME(5:2) DELIMITED BY SIZE
004510         INTO WS-FORMATTED-TIME.
008000
008001* Shop-wide run control: every batch program stamps the shared
008002* RUNCTL dataset at start and end with date/time, mode,
008003* operator and completion code, and refuses to start while a
008004* conflicting job is marked in flight, so an unload can no
008005* longer run into an open maintenance or posting pass and the
008006* morning checkout reads one OPSTATUS report instead of five
008007* job logs.  A run that dies leaves its in-flight mark behind
008008* on purpose; the operator clears it with OPSTATUS
008009* PARM='RESET jobname' once the wreckage is understood.  A
008010* completion below 8 also refreshes the job's last-good-run
008011* entry, which OPSTATUS prints beside the current one.
008012
008013 ENTER-RUN-CONTROL.
008014     OPEN I-O RUN-CONTROL-FILE.
008015     IF WS-RUNCTL-STATUS = '35'
008016         OPEN OUTPUT RUN-CONTROL-FILE
008017         CLOSE RUN-CONTROL-FILE
008018         OPEN I-O RUN-CONTROL-FILE
008019     END-IF.
008020     IF WS-RUNCTL-STATUS NOT = '00'
008021         DISPLAY 'RUN CONTROL OPEN FAILED - ' WS-RUNCTL-STATUS
008022         MOVE 16 TO RETURN-CODE
008023         STOP RUN
008024     END-IF.
008032     MOVE 'ATTNPOST' TO WS-CONFLICT-JOB.
008033     PERFORM CHECK-RUN-CONFLICT.
008034     MOVE 'STUDMAIN' TO WS-CONFLICT-JOB.
008035     PERFORM CHECK-RUN-CONFLICT.
008036     MOVE 'STUDRCVR' TO WS-CONFLICT-JOB.
008037     PERFORM CHECK-RUN-CONFLICT.
008040     PERFORM STAMP-RUN-START.
008041     CLOSE RUN-CONTROL-FILE.
008042
008043 CHECK-RUN-CONFLICT.
008044     MOVE WS-CONFLICT-JOB TO RUN-JOB-NAME.
008045     MOVE 'C' TO RUN-ENTRY-TYPE.
008046     READ RUN-CONTROL-FILE
008047         INVALID KEY
008048             CONTINUE
008049         NOT INVALID KEY
008050             IF RUN-STATUS = 'INFLIGHT'
008051                 DISPLAY 'HELD - ' WS-CONFLICT-JOB
008052                     ' IS MARKED IN FLIGHT ON RUNCTL'
008053                 MOVE 12 TO RETURN-CODE
008054                 CLOSE RUN-CONTROL-FILE
008055                 STOP RUN
008056             END-IF
008057     END-READ.
008058
008059 STAMP-RUN-START.
008060     MOVE SPACES TO RUN-CONTROL-RECORD.
008061     MOVE 'ATTNPOST' TO RUN-JOB-NAME.
008062     MOVE 'C' TO RUN-ENTRY-TYPE.
008063     MOVE 'INFLIGHT' TO RUN-STATUS.
008064     MOVE WS-FORMATTED-DATE TO RUN-START-DATE.
008065     MOVE WS-FORMATTED-TIME TO RUN-START-TIME.
008066     MOVE WS-RUN-MODE-NAME TO RUN-MODE.
008067     MOVE WS-OPERATOR-ID TO RUN-OPERATOR-ID.
008068     MOVE ZERO TO RUN-COMPLETION.
008069     WRITE RUN-CONTROL-RECORD
008070         INVALID KEY
008071             REWRITE RUN-CONTROL-RECORD
008072     END-WRITE.
008073
008074 STAMP-RUN-END.
008075     OPEN I-O RUN-CONTROL-FILE.
008076     MOVE 'ATTNPOST' TO RUN-JOB-NAME.
008077     MOVE 'C' TO RUN-ENTRY-TYPE.
008078     READ RUN-CONTROL-FILE
008079         INVALID KEY
008080             CONTINUE
008081         NOT INVALID KEY
008082             ACCEPT WS-CURRENT-TIME FROM TIME
008083             STRING WS-CURRENT-TIME(1:2) ':'
008084                 WS-CURRENT-TIME(3:2) ':'
008085                 WS-CURRENT-TIME(5:2) DELIMITED BY SIZE
008086                 INTO WS-FORMATTED-TIME
008087             MOVE 'ENDED' TO RUN-STATUS
008088             MOVE WS-FORMATTED-DATE TO RUN-END-DATE
008089             MOVE WS-FORMATTED-TIME TO RUN-END-TIME
008090             MOVE RETURN-CODE TO RUN-COMPLETION
008091             REWRITE RUN-CONTROL-RECORD
008092             IF RETURN-CODE < 8
008093                 MOVE 'G' TO RUN-ENTRY-TYPE
008094                 WRITE RUN-CONTROL-RECORD
008095                     INVALID KEY
008096                         REWRITE RUN-CONTROL-RECORD
008097                 END-WRITE
008098             END-IF
008099     END-READ.
008100     CLOSE RUN-CONTROL-FILE.
