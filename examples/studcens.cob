000001* Purpose:        State October enrollment census.
000002*
000003* Produces the state's official enrollment count as of the
000004* census date passed as the PARM (YYYYMMDD), straight from the
000005* student master instead of from SAMPLE's senior subtotals and
000006* a pile of status printouts.  A student counts as enrolled on
000007* the census date according to the enrollment status STUDMAIN
000008* keeps on the master and the effective month (YYMM) of that
000009* status:
000010*
000011*   - active, with no effective month (never had a status
000012*     change) or one no later than the census month: enrolled;
000013*   - active with an effective month after the census month
000014*     (re-enrolled after the census): not enrolled;
000015*   - withdrawn or transferred out (W or T) with an effective
000016*     month after the census month: enrolled - the student was
000017*     still here on the census date;
000018*   - W or T effective in or before the census month: not
000019*     enrolled.
000020*
000021* The status month is all the master carries, so a student
000022* who left during the census month itself is taken as gone
000023* by the census date.  A two-digit effective year below 50 is
000024* read as 20YY, otherwise as 19YY.
000025*
000026* Each enrolled student is written as a detail record on the
000027* state's fixed-format submission file between a header and a
000028* trailer carrying the detail count and the counts by grade.
000029* The report prints one page per school with the enrolled
000030* count by grade and the students whose status was taken into
000031* account - counted although they have since left, or left
000032* out - broken out by status and reason code, then district
000033* totals.  The trailer counts must equal the printed totals:
000034* when they do not the run ends with RETURN-CODE 16 and the
000035* census job does not release the file to the state.
000036*
000037* Submission file layout (CENSUS, 80 bytes, fixed):
000038*   header   1 'H', 2-21 'OCTOBER ENROLLMENT', 22-29 census
000039*            date YYYYMMDD, 30-37 run date YYYYMMDD
000040*   detail   1 'D', 2-10 student ID, 11-30 name, 31-32 grade
000041*            level, 33-35 school code, 36 status, 37 reason,
000042*            38-41 status effective YYMM
000043*   trailer  1 'T', 2-8 detail record count, 9-15 grade 09,
000044*            16-22 grade 10, 23-29 grade 11, 30-36 grade 12,
000045*            37-43 other grade levels, 44-50 total records
000046*            including header and trailer
000047*
000048* DD names: STUDMAST (student master), CENWORK (sort work),
000049* CENSORT (sorted master), CENSUS (submission file), RUNCTL
000050* (run control), SYSOUT (report).
000051
000060 IDENTIFICATION DIVISION.
000061 PROGRAM-ID.       STUDCENS.
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
000150     SELECT SORT-WORK-FILE   ASSIGN TO "CENWORK".
000160     SELECT SORTED-MASTER-FILE ASSIGN TO "CENSORT"
000170         ORGANIZATION IS LINE SEQUENTIAL.
000180     SELECT CENSUS-FILE      ASSIGN TO "CENSUS"
000190         ORGANIZATION IS LINE SEQUENTIAL.
000200     SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
000210         ORGANIZATION IS INDEXED
000220         ACCESS MODE IS DYNAMIC
000230         RECORD KEY IS RUN-CTL-KEY
000240         FILE STATUS IS WS-RUNCTL-STATUS.
000250     SELECT PRINT-FILE       ASSIGN TO SYSOUT
000260         ORGANIZATION IS LINE SEQUENTIAL.
000270
000280 DATA DIVISION.
000290 FILE SECTION.
000300 FD  STUDENT-MASTER-FILE
000310     RECORD CONTAINS 43 CHARACTERS
000320     DATA RECORD IS MASTER-STUDENT-RECORD.
000330 01  MASTER-STUDENT-RECORD.
000340     05  MASTER-STUDENT-ID   PIC X(9).
000350     05  FILLER              PIC X(34).
000360
000370 SD  SORT-WORK-FILE
000380     RECORD CONTAINS 43 CHARACTERS.
000390 01  SORT-RECORD.
000400     05  SORT-STUDENT-ID     PIC X(9).
000410     05  FILLER              PIC X(20).
000420     05  SORT-GRADE-LEVEL    PIC X(2).
000430     05  FILLER              PIC X(3).
000440     05  SORT-SCHOOL-CODE    PIC X(3).
000450     05  FILLER              PIC X(6).
000460
000470 FD  SORTED-MASTER-FILE
000480     RECORD CONTAINS 43 CHARACTERS
000490     DATA RECORD IS STUDENT-IN.
000500 01  STUDENT-IN.
000510     05  STUDENT-ID-IN       PIC X(9).
000520     05  STUDENT-NAME-IN     PIC X(20).
000530     05  GRADE-LEVEL-IN      PIC X(2).
000540     05  GPA-IN              PIC 9V99.
000550     05  SCHOOL-CODE-IN      PIC X(3).
000560     05  ENROLL-STATUS-IN    PIC X.
000570         88  STUDENT-IS-ACTIVE VALUES SPACE 'A'.
000580     05  STATUS-REASON-IN    PIC X.
000590     05  STATUS-DATE-IN.
000600         10  STATUS-YY-IN    PIC 9(2).
000610         10  STATUS-MM-IN    PIC 9(2).
000620
000630 FD  CENSUS-FILE
000640     RECORD CONTAINS 80 CHARACTERS
000650     DATA RECORD IS CENSUS-DETAIL-RECORD.
000660 01  CENSUS-DETAIL-RECORD.
000670     05  CEND-RECORD-TYPE    PIC X.
000680     05  CEND-STUDENT-ID     PIC X(9).
000690     05  CEND-STUDENT-NAME   PIC X(20).
000700     05  CEND-GRADE-LEVEL    PIC X(2).
000710     05  CEND-SCHOOL-CODE    PIC X(3).
000720     05  CEND-ENROLL-STATUS  PIC X.
000730     05  CEND-STATUS-REASON  PIC X.
000740     05  CEND-STATUS-DATE    PIC X(4).
000750     05  FILLER              PIC X(39).
000760 01  CENSUS-HEADER-RECORD.
000770     05  CENH-RECORD-TYPE    PIC X.
000780     05  CENH-FILE-TITLE     PIC X(20).
000790     05  CENH-CENSUS-DATE    PIC 9(8).
000800     05  CENH-RUN-DATE       PIC 9(8).
000810     05  FILLER              PIC X(43).
000820 01  CENSUS-TRAILER-RECORD.
000830     05  CENT-RECORD-TYPE    PIC X.
000840     05  CENT-DETAIL-COUNT   PIC 9(7).
000850     05  CENT-GRADE-COUNT    PIC 9(7)      OCCURS 5 TIMES.
000860     05  CENT-TOTAL-RECORDS  PIC 9(7).
000870     05  FILLER              PIC X(30).
000880
000890 FD  RUN-CONTROL-FILE
000900     RECORD CONTAINS 71 CHARACTERS
000910     DATA RECORD IS RUN-CONTROL-RECORD.
000920 01  RUN-CONTROL-RECORD.
000930     05  RUN-CTL-KEY.
000940         10  RUN-JOB-NAME    PIC X(8).
000950         10  RUN-ENTRY-TYPE  PIC X.
000960     05  RUN-STATUS          PIC X(8).
000970     05  RUN-START-DATE      PIC X(10).
000980     05  RUN-START-TIME      PIC X(8).
000990     05  RUN-END-DATE        PIC X(10).
001000     05  RUN-END-TIME        PIC X(8).
001010     05  RUN-MODE            PIC X(8).
001020     05  RUN-OPERATOR-ID     PIC X(8).
001030     05  RUN-COMPLETION      PIC 9(2).
001040
001050 FD  PRINT-FILE
001060     RECORD CONTAINS 80 CHARACTERS
001070     DATA RECORD IS PRINT-LINE.
001080 01  PRINT-LINE              PIC X(80).
001090
001100 WORKING-STORAGE SECTION.
001110 01  WS-MASTER-STATUS        PIC X(2)      VALUE SPACES.
001120 01  WS-RUNCTL-STATUS        PIC X(2)      VALUE SPACES.
001130 01  WS-CENSUS-PARM          PIC X(8)      VALUE SPACES.
001140 01  WS-CENSUS-DATE          PIC 9(8)      VALUE ZERO.
001150 01  WS-CENSUS-DATE-PARTS REDEFINES WS-CENSUS-DATE.
001160     05  WS-CENSUS-YYYY      PIC 9(4).
001170     05  WS-CENSUS-MM        PIC 9(2).
001180     05  WS-CENSUS-DD        PIC 9(2).
001190 01  WS-CENSUS-YYYYMM        PIC 9(6)      VALUE ZERO.
001200 01  WS-STATUS-YYYYMM        PIC 9(6)      VALUE ZERO.
001210 01  DATA-REMAINS-SWITCH     PIC X(2)      VALUE SPACES.
001220 01  WS-FIRST-RECORD-SWITCH  PIC X(3)      VALUE 'YES'.
001230     88  FIRST-RECORD        VALUE 'YES'.
001240 01  WS-ENROLLED-SWITCH      PIC X(3)      VALUE 'NO '.
001250     88  ENROLLED-ON-CENSUS  VALUE 'YES'.
001260 01  WS-STATUS-DATE-SWITCH   PIC X(3)      VALUE 'NO '.
001270     88  STATUS-DATE-AFTER   VALUE 'YES'.
001280 01  WS-RSN-FOUND-SWITCH     PIC X(3)      VALUE 'NO '.
001290     88  RSN-FOUND           VALUE 'YES'.
001300 01  WS-CURRENT-SCHOOL-CODE  PIC X(3)      VALUE SPACES.
001310 01  WS-CURRENT-GRADE-LEVEL  PIC X(2)      VALUE SPACES.
001320 01  WS-RSN-CLASS            PIC X         VALUE SPACE.
001330 01  MASTERS-READ-COUNT      PIC 9(7)      VALUE ZERO.
001340 01  DETAILS-WRITTEN-COUNT   PIC 9(7)      VALUE ZERO.
001350 01  EXCLUDED-COUNT          PIC 9(7)      VALUE ZERO.
001360 01  LEFT-AFTER-COUNT        PIC 9(7)      VALUE ZERO.
001370 01  WS-GRADE-SUBTOTAL       PIC 9(7)      VALUE ZERO.
001380 01  WS-SCHOOL-SUBTOTAL      PIC 9(7)      VALUE ZERO.
001390 01  WS-PRINTED-TOTAL        PIC 9(7)      VALUE ZERO.
001400 01  WS-TRAILER-GRADE-TOTAL  PIC 9(7)      VALUE ZERO.
001410 01  WS-GRADE-SUB            PIC 9(3)      VALUE ZERO.
001420 01  WS-RSN-COUNT            PIC 9(3)      VALUE ZERO.
001430 01  WS-RSN-SUB              PIC 9(3)      VALUE ZERO.
001440 01  WS-CURRENT-DATE         PIC 9(8)      VALUE ZERO.
001450 01  WS-CURRENT-TIME         PIC 9(8)      VALUE ZERO.
001460 01  WS-OPERATOR-ID          PIC X(8)      VALUE SPACES.
001470 01  WS-FORMATTED-DATE       PIC X(10)     VALUE SPACES.
001480 01  WS-FORMATTED-TIME       PIC X(8)      VALUE SPACES.
001490 01  WS-RUN-MODE-NAME        PIC X(8)      VALUE SPACES.
001500 01  WS-CONFLICT-JOB         PIC X(8)      VALUE SPACES.
001510 01  WS-LINE-COUNT           PIC 9(4)      VALUE ZERO.
001520 01  WS-LINES-PER-PAGE       PIC 9(4)      VALUE 20.
001530 01  WS-PAGE-NUMBER          PIC 9(4)      VALUE ZERO.
001540
001550* District enrolled counts by grade level - 09, 10, 11, 12,
001560* then any other grade level - as printed on the totals page
001570* and carried on the trailer.
001580
001590 01  DISTRICT-GRADE-TABLE.
001600     05  DISTRICT-GRADE-ENTRY OCCURS 5 TIMES.
001610         10  DIST-GRADE-LABEL PIC X(5).
001620         10  DIST-GRADE-COUNT PIC 9(7).
001630
001640* One school's status/reason counts, cleared at each school
001650* break: class C is counted (left after the census date),
001660* class E is excluded (not enrolled on the census date).
001670
001680 01  REASON-COUNT-TABLE.
001690     05  REASON-COUNT-ENTRY  OCCURS 20 TIMES.
001700         10  RSN-CLASS       PIC X.
001710         10  RSN-STATUS      PIC X.
001720         10  RSN-REASON      PIC X.
001730         10  RSN-COUNT       PIC 9(7).
001740
001750 01  HEADER-LINE-1.
001760     05  FILLER              PIC X(22)     VALUE SPACES.
001770     05  FILLER              PIC X(36)
001780         VALUE  'OCTOBER ENROLLMENT CENSUS'.
001790     05  FILLER              PIC X(22)     VALUE SPACES.
001800
001810 01  HEADER-LINE-2.
001820     05  FILLER              PIC X(7)      VALUE SPACES.
001830     05  FILLER              PIC X(9)      VALUE 'RUN DATE:'.
001840     05  HEADER-RUN-DATE-OUT PIC X(10).
001850     05  FILLER              PIC X(5)      VALUE SPACES.
001860     05  FILLER              PIC X(6)      VALUE 'PAGE: '.
001870     05  HEADER-PAGE-NUM-OUT PIC ZZZ9.
001880     05  FILLER              PIC X(5)      VALUE SPACES.
001890     05  FILLER              PIC X(13)     VALUE 'CENSUS DATE: '.
001900     05  HEADER-CENSUS-OUT   PIC 9(8).
001910     05  FILLER              PIC X(13)     VALUE SPACES.
001920
001930 01  HEADER-BLANK-LINE       PIC X(80)     VALUE SPACES.
001940
001950 01  HEADER-LINE-3.
001960     05  FILLER              PIC X(7)      VALUE SPACES.
001970     05  FILLER              PIC X(8)      VALUE 'SCHOOL: '.
001980     05  HEADER-SCHOOL-OUT   PIC X(3).
001990     05  FILLER              PIC X(62)     VALUE SPACES.
002000
002010 01  GRADE-COUNT-LINE.
002020     05  FILLER              PIC X(7)      VALUE SPACES.
002030     05  GRADE-COUNT-OUT     PIC 9(7).
002040     05  FILLER              PIC X         VALUE SPACE.
002050     05  FILLER              PIC X(20)
002060         VALUE 'enrolled in grade '.
002070     05  GRADE-LEVEL-OUT     PIC X(5).
002080     05  FILLER              PIC X(40)     VALUE SPACES.
002090
002100 01  SCHOOL-TOTAL-LINE.
002110     05  FILLER              PIC X(7)      VALUE SPACES.
002120     05  SCHOOL-TOTAL-OUT    PIC 9(7).
002130     05  FILLER              PIC X         VALUE SPACE.
002140     05  FILLER              PIC X(20)
002150         VALUE 'enrolled at school '.
002160     05  SCHOOL-TOTAL-CODE-OUT PIC X(3).
002170     05  FILLER              PIC X(42)     VALUE SPACES.
002180
002190 01  REASON-HEADING-LINE.
002200     05  FILLER              PIC X(7)      VALUE SPACES.
002210     05  FILLER              PIC X(73)
002220         VALUE 'STATUS CHANGES TAKEN INTO ACCOUNT, BY REASON:'.
002230
002240 01  REASON-COUNT-LINE.
002250     05  FILLER              PIC X(7)      VALUE SPACES.
002260     05  RSN-COUNT-OUT       PIC 9(7).
002270     05  FILLER              PIC X         VALUE SPACE.
002280     05  RSN-CLASS-OUT       PIC X(30).
002290     05  FILLER              PIC X(8)      VALUE ' STATUS '.
002300     05  RSN-STATUS-OUT      PIC X.
002310     05  FILLER              PIC X(8)      VALUE ' REASON '.
002320     05  RSN-REASON-OUT      PIC X.
002330     05  FILLER              PIC X(17)     VALUE SPACES.
002340
002350 01  COUNT-LINE.
002360     05  FILLER              PIC X(7)      VALUE SPACES.
002370     05  COUNT-OUT           PIC 9(7).
002380     05  FILLER              PIC X         VALUE SPACE.
002390     05  COUNT-TEXT-OUT      PIC X(40).
002400     05  FILLER              PIC X(25)     VALUE SPACES.
002410
002420 01  BALANCED-LINE.
002430     05  FILLER              PIC X(7)      VALUE SPACES.
002440     05  FILLER              PIC X(73)
002450         VALUE 'TRAILER AND PRINTED TOTALS AGREE - FILE RELEASED'.
002460
002470 01  OUT-OF-BALANCE-LINE.
002480     05  FILLER              PIC X(7)      VALUE SPACES.
002490     05  FILLER              PIC X(73)
002500         VALUE 'TRAILER AND PRINTED TOTALS DISAGREE - FILE HELD'.
002510
004000 PROCEDURE DIVISION.
004010
004020 PREPARE-ENROLLMENT-CENSUS.
004030     PERFORM FORMAT-RUN-DATE-TIME.
004040     PERFORM EDIT-CENSUS-PARM.
004050     MOVE 'CENSUS' TO WS-RUN-MODE-NAME.
004060     PERFORM ENTER-RUN-CONTROL.
004070     PERFORM INITIALIZE-GRADE-TABLE.
004080     OPEN INPUT STUDENT-MASTER-FILE.
004090     IF WS-MASTER-STATUS NOT = '00'
004100         DISPLAY 'MASTER OPEN FAILED - ' WS-MASTER-STATUS
004110         MOVE 16 TO RETURN-CODE
004120         PERFORM STAMP-RUN-END
004130         STOP RUN
004140     END-IF.
004150     CLOSE STUDENT-MASTER-FILE.
004160     SORT SORT-WORK-FILE
004170         ON ASCENDING KEY SORT-SCHOOL-CODE
004180         ON ASCENDING KEY SORT-GRADE-LEVEL
004190         ON ASCENDING KEY SORT-STUDENT-ID
004200         USING STUDENT-MASTER-FILE
004210         GIVING SORTED-MASTER-FILE.
004220     OPEN INPUT SORTED-MASTER-FILE.
004230     OPEN OUTPUT CENSUS-FILE.
004240     OPEN OUTPUT PRINT-FILE.
004250     PERFORM WRITE-CENSUS-HEADER.
004260     READ SORTED-MASTER-FILE
004270         AT END MOVE 'NO' TO DATA-REMAINS-SWITCH
004280     END-READ.
004290     PERFORM PROCESS-MASTER-RECORD
004300         UNTIL DATA-REMAINS-SWITCH = 'NO'.
004310     IF NOT FIRST-RECORD
004320         PERFORM WRITE-GRADE-TOTAL
004330         PERFORM WRITE-SCHOOL-TOTAL
004340     END-IF.
004350     PERFORM WRITE-CENSUS-TRAILER.
004360     PERFORM PRINT-CENSUS-TOTALS.
004370     CLOSE SORTED-MASTER-FILE
004380           CENSUS-FILE
004390           PRINT-FILE.
004400     PERFORM STAMP-RUN-END.
004410     STOP RUN.
004420
004430* The census date is required: eight digits, a real month and
004440* a day no higher than 31.
004450
004460 EDIT-CENSUS-PARM.
004470     MOVE SPACES TO WS-CENSUS-PARM.
004480     ACCEPT WS-CENSUS-PARM FROM COMMAND-LINE.
004490     IF WS-CENSUS-PARM IS NOT NUMERIC
004500         DISPLAY 'CENSUS DATE PARM (YYYYMMDD) IS REQUIRED'
004510         MOVE 16 TO RETURN-CODE
004520         STOP RUN
004530     END-IF.
004540     MOVE WS-CENSUS-PARM TO WS-CENSUS-DATE.
004550     IF WS-CENSUS-MM < 1 OR WS-CENSUS-MM > 12
004560         OR WS-CENSUS-DD < 1 OR WS-CENSUS-DD > 31
004570         DISPLAY 'CENSUS DATE PARM IS NOT A VALID DATE - '
004580             WS-CENSUS-PARM
004590         MOVE 16 TO RETURN-CODE
004600         STOP RUN
004610     END-IF.
004620     COMPUTE WS-CENSUS-YYYYMM =
004630         (WS-CENSUS-YYYY * 100) + WS-CENSUS-MM.
004640
004650 INITIALIZE-GRADE-TABLE.
004660     MOVE 'GR 09' TO DIST-GRADE-LABEL(1).
004670     MOVE 'GR 10' TO DIST-GRADE-LABEL(2).
004680     MOVE 'GR 11' TO DIST-GRADE-LABEL(3).
004690     MOVE 'GR 12' TO DIST-GRADE-LABEL(4).
004700     MOVE 'OTHER' TO DIST-GRADE-LABEL(5).
004710     MOVE 1 TO WS-GRADE-SUB.
004720     PERFORM CLEAR-GRADE-COUNT 5 TIMES.
004730
004740 CLEAR-GRADE-COUNT.
004750     MOVE ZERO TO DIST-GRADE-COUNT(WS-GRADE-SUB).
004760     ADD 1 TO WS-GRADE-SUB.
004770
004780 WRITE-CENSUS-HEADER.
004790     MOVE SPACES TO CENSUS-HEADER-RECORD.
004800     MOVE 'H' TO CENH-RECORD-TYPE.
004810     MOVE 'OCTOBER ENROLLMENT' TO CENH-FILE-TITLE.
004820     MOVE WS-CENSUS-DATE TO CENH-CENSUS-DATE.
004830     MOVE WS-CURRENT-DATE TO CENH-RUN-DATE.
004840     WRITE CENSUS-HEADER-RECORD.
004850
004860 PROCESS-MASTER-RECORD.
004870     ADD 1 TO MASTERS-READ-COUNT.
004880     IF FIRST-RECORD
004890         MOVE 'NO ' TO WS-FIRST-RECORD-SWITCH
004900         MOVE SCHOOL-CODE-IN TO WS-CURRENT-SCHOOL-CODE
004910         MOVE GRADE-LEVEL-IN TO WS-CURRENT-GRADE-LEVEL
004920         PERFORM WRITE-PAGE-HEADER
004930     ELSE
004940         IF SCHOOL-CODE-IN NOT = WS-CURRENT-SCHOOL-CODE
004950             PERFORM WRITE-GRADE-TOTAL
004960             PERFORM WRITE-SCHOOL-TOTAL
004970             MOVE SCHOOL-CODE-IN TO WS-CURRENT-SCHOOL-CODE
004980             MOVE GRADE-LEVEL-IN TO WS-CURRENT-GRADE-LEVEL
004990             PERFORM WRITE-PAGE-HEADER
005000         ELSE
005010             IF GRADE-LEVEL-IN NOT = WS-CURRENT-GRADE-LEVEL
005020                 PERFORM WRITE-GRADE-TOTAL
005030                 MOVE GRADE-LEVEL-IN TO WS-CURRENT-GRADE-LEVEL
005040             END-IF
005050         END-IF
005060     END-IF.
005070     PERFORM DETERMINE-CENSUS-STATUS.
005080     IF ENROLLED-ON-CENSUS
005090         PERFORM WRITE-CENSUS-DETAIL
005100     END-IF.
005110     READ SORTED-MASTER-FILE
005120         AT END MOVE 'NO' TO DATA-REMAINS-SWITCH
005130     END-READ.
005140
005150* A blank or non-numeric effective month is only possible on
005160* an active record that has never had a status change, and
005170* leaves the student enrolled.
005180
005190 DETERMINE-CENSUS-STATUS.
005200     MOVE 'NO ' TO WS-STATUS-DATE-SWITCH.
005210     IF STATUS-DATE-IN IS NUMERIC
005220         IF STATUS-YY-IN < 50
005230             COMPUTE WS-STATUS-YYYYMM =
005240                 200000 + (STATUS-YY-IN * 100) + STATUS-MM-IN
005250         ELSE
005260             COMPUTE WS-STATUS-YYYYMM =
005270                 190000 + (STATUS-YY-IN * 100) + STATUS-MM-IN
005280         END-IF
005290         IF WS-STATUS-YYYYMM > WS-CENSUS-YYYYMM
005300             MOVE 'YES' TO WS-STATUS-DATE-SWITCH
005310         END-IF
005320     END-IF.
005330     IF STUDENT-IS-ACTIVE
005340         IF STATUS-DATE-AFTER
005350             MOVE 'NO ' TO WS-ENROLLED-SWITCH
005360             ADD 1 TO EXCLUDED-COUNT
005370             MOVE 'E' TO WS-RSN-CLASS
005380             PERFORM COUNT-STATUS-REASON
005390         ELSE
005400             MOVE 'YES' TO WS-ENROLLED-SWITCH
005410         END-IF
005420     ELSE
005430         IF STATUS-DATE-AFTER
005440             MOVE 'YES' TO WS-ENROLLED-SWITCH
005450             ADD 1 TO LEFT-AFTER-COUNT
005460             MOVE 'C' TO WS-RSN-CLASS
005470             PERFORM COUNT-STATUS-REASON
005480         ELSE
005490             MOVE 'NO ' TO WS-ENROLLED-SWITCH
005500             ADD 1 TO EXCLUDED-COUNT
005510             MOVE 'E' TO WS-RSN-CLASS
005520             PERFORM COUNT-STATUS-REASON
005530         END-IF
005540     END-IF.
005550
005560 COUNT-STATUS-REASON.
005570     MOVE 'NO ' TO WS-RSN-FOUND-SWITCH.
005580     MOVE 1 TO WS-RSN-SUB.
005590     PERFORM LOOK-UP-REASON-ENTRY
005600         UNTIL RSN-FOUND OR WS-RSN-SUB > WS-RSN-COUNT.
005610     IF RSN-FOUND
005620         ADD 1 TO RSN-COUNT(WS-RSN-SUB)
005630     ELSE
005640         IF WS-RSN-COUNT < 20
005650             ADD 1 TO WS-RSN-COUNT
005660             MOVE WS-RSN-CLASS TO RSN-CLASS(WS-RSN-COUNT)
005670             MOVE ENROLL-STATUS-IN TO RSN-STATUS(WS-RSN-COUNT)
005680             MOVE STATUS-REASON-IN TO RSN-REASON(WS-RSN-COUNT)
005690             MOVE 1 TO RSN-COUNT(WS-RSN-COUNT)
005700         END-IF
005710     END-IF.
005720
005730 LOOK-UP-REASON-ENTRY.
005740     IF RSN-CLASS(WS-RSN-SUB) = WS-RSN-CLASS
005750         AND RSN-STATUS(WS-RSN-SUB) = ENROLL-STATUS-IN
005760         AND RSN-REASON(WS-RSN-SUB) = STATUS-REASON-IN
005770         MOVE 'YES' TO WS-RSN-FOUND-SWITCH
005780     ELSE
005790         ADD 1 TO WS-RSN-SUB
005800     END-IF.
005810
005820 WRITE-CENSUS-DETAIL.
005830     MOVE SPACES TO CENSUS-DETAIL-RECORD.
005840     MOVE 'D' TO CEND-RECORD-TYPE.
005850     MOVE STUDENT-ID-IN TO CEND-STUDENT-ID.
005860     MOVE STUDENT-NAME-IN TO CEND-STUDENT-NAME.
005870     MOVE GRADE-LEVEL-IN TO CEND-GRADE-LEVEL.
005880     MOVE SCHOOL-CODE-IN TO CEND-SCHOOL-CODE.
005890     MOVE ENROLL-STATUS-IN TO CEND-ENROLL-STATUS.
005900     MOVE STATUS-REASON-IN TO CEND-STATUS-REASON.
005910     MOVE STATUS-DATE-IN TO CEND-STATUS-DATE.
005920     WRITE CENSUS-DETAIL-RECORD.
005930     ADD 1 TO DETAILS-WRITTEN-COUNT.
005940     ADD 1 TO WS-GRADE-SUBTOTAL.
005950     EVALUATE GRADE-LEVEL-IN
005960         WHEN '09'
005970             ADD 1 TO DIST-GRADE-COUNT(1)
005980         WHEN '10'
005990             ADD 1 TO DIST-GRADE-COUNT(2)
006000         WHEN '11'
006010             ADD 1 TO DIST-GRADE-COUNT(3)
006020         WHEN '12'
006030             ADD 1 TO DIST-GRADE-COUNT(4)
006040         WHEN OTHER
006050             ADD 1 TO DIST-GRADE-COUNT(5)
006060     END-EVALUATE.
006070
006080 WRITE-GRADE-TOTAL.
006090     IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
006100         PERFORM WRITE-PAGE-HEADER
006110     END-IF.
006120     MOVE WS-GRADE-SUBTOTAL TO GRADE-COUNT-OUT.
006130     MOVE WS-CURRENT-GRADE-LEVEL TO GRADE-LEVEL-OUT.
006140     MOVE GRADE-COUNT-LINE TO PRINT-LINE.
006150     WRITE PRINT-LINE.
006160     ADD 1 TO WS-LINE-COUNT.
006170     ADD WS-GRADE-SUBTOTAL TO WS-SCHOOL-SUBTOTAL.
006180     MOVE ZERO TO WS-GRADE-SUBTOTAL.
006190
006200* The school total is what the printed totals are proved
006210* from: WS-PRINTED-TOTAL adds up the school totals as they
006220* print, independently of the detail count on the trailer.
006230
006240 WRITE-SCHOOL-TOTAL.
006250     IF WS-LINE-COUNT + 1 >= WS-LINES-PER-PAGE
006260         PERFORM WRITE-PAGE-HEADER
006270     END-IF.
006280     MOVE HEADER-BLANK-LINE TO PRINT-LINE.
006290     WRITE PRINT-LINE.
006300     MOVE WS-SCHOOL-SUBTOTAL TO SCHOOL-TOTAL-OUT.
006310     MOVE WS-CURRENT-SCHOOL-CODE TO SCHOOL-TOTAL-CODE-OUT.
006320     MOVE SCHOOL-TOTAL-LINE TO PRINT-LINE.
006330     WRITE PRINT-LINE.
006340     ADD 2 TO WS-LINE-COUNT.
006350     ADD WS-SCHOOL-SUBTOTAL TO WS-PRINTED-TOTAL.
006360     MOVE ZERO TO WS-SCHOOL-SUBTOTAL.
006370     IF WS-RSN-COUNT > ZERO
006380         MOVE HEADER-BLANK-LINE TO PRINT-LINE
006390         WRITE PRINT-LINE
006400         MOVE REASON-HEADING-LINE TO PRINT-LINE
006410         WRITE PRINT-LINE
006420         ADD 2 TO WS-LINE-COUNT
006430         MOVE 1 TO WS-RSN-SUB
006440         PERFORM WRITE-REASON-COUNT WS-RSN-COUNT TIMES
006450     END-IF.
006460     MOVE ZERO TO WS-RSN-COUNT.
006470
006480 WRITE-REASON-COUNT.
006490     IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
006500         PERFORM WRITE-PAGE-HEADER
006510     END-IF.
006520     MOVE RSN-COUNT(WS-RSN-SUB) TO RSN-COUNT-OUT.
006530     IF RSN-CLASS(WS-RSN-SUB) = 'C'
006540         MOVE 'counted - left after census' TO RSN-CLASS-OUT
006550     ELSE
006560         MOVE 'not enrolled on census date' TO RSN-CLASS-OUT
006570     END-IF.
006580     MOVE RSN-STATUS(WS-RSN-SUB) TO RSN-STATUS-OUT.
006590     MOVE RSN-REASON(WS-RSN-SUB) TO RSN-REASON-OUT.
006600     MOVE REASON-COUNT-LINE TO PRINT-LINE.
006610     WRITE PRINT-LINE.
006620     ADD 1 TO WS-LINE-COUNT.
006630     ADD 1 TO WS-RSN-SUB.
006640
006650 WRITE-CENSUS-TRAILER.
006660     MOVE SPACES TO CENSUS-TRAILER-RECORD.
006670     MOVE 'T' TO CENT-RECORD-TYPE.
006680     MOVE DETAILS-WRITTEN-COUNT TO CENT-DETAIL-COUNT.
006690     MOVE ZERO TO WS-TRAILER-GRADE-TOTAL.
006700     MOVE 1 TO WS-GRADE-SUB.
006710     PERFORM MOVE-TRAILER-GRADE 5 TIMES.
006720     COMPUTE CENT-TOTAL-RECORDS = DETAILS-WRITTEN-COUNT + 2.
006730     WRITE CENSUS-TRAILER-RECORD.
006740
006750 MOVE-TRAILER-GRADE.
006760     MOVE DIST-GRADE-COUNT(WS-GRADE-SUB) TO
006770         CENT-GRADE-COUNT(WS-GRADE-SUB).
006780     ADD DIST-GRADE-COUNT(WS-GRADE-SUB) TO WS-TRAILER-GRADE-TOTAL.
006790     ADD 1 TO WS-GRADE-SUB.
006800
006810* The file is released only when the trailer's detail count,
006820* the sum of its grade counts and the total of the printed
006830* school totals are one and the same number.
006840
006850 PRINT-CENSUS-TOTALS.
006860     MOVE SPACES TO WS-CURRENT-SCHOOL-CODE.
006870     PERFORM WRITE-PAGE-HEADER.
006880     MOVE 1 TO WS-GRADE-SUB.
006890     PERFORM PRINT-DISTRICT-GRADE 5 TIMES.
006900     MOVE HEADER-BLANK-LINE TO PRINT-LINE.
006910     WRITE PRINT-LINE.
006920     MOVE MASTERS-READ-COUNT TO COUNT-OUT.
006930     MOVE 'Master records read' TO COUNT-TEXT-OUT.
006940     PERFORM WRITE-COUNT-LINE.
006950     MOVE LEFT-AFTER-COUNT TO COUNT-OUT.
006960     MOVE 'Counted - left after census date'
006970         TO COUNT-TEXT-OUT.
006980     PERFORM WRITE-COUNT-LINE.
006990     MOVE EXCLUDED-COUNT TO COUNT-OUT.
007000     MOVE 'Not enrolled on census date' TO COUNT-TEXT-OUT.
007010     PERFORM WRITE-COUNT-LINE.
007020     MOVE WS-PRINTED-TOTAL TO COUNT-OUT.
007030     MOVE 'Enrolled - total of school totals'
007040         TO COUNT-TEXT-OUT.
007050     PERFORM WRITE-COUNT-LINE.
007060     MOVE CENT-DETAIL-COUNT TO COUNT-OUT.
007070     MOVE 'Detail records on trailer' TO COUNT-TEXT-OUT.
007080     PERFORM WRITE-COUNT-LINE.
007090     MOVE WS-TRAILER-GRADE-TOTAL TO COUNT-OUT.
007100     MOVE 'Total of trailer grade counts' TO COUNT-TEXT-OUT.
007110     PERFORM WRITE-COUNT-LINE.
007120     MOVE CENT-TOTAL-RECORDS TO COUNT-OUT.
007130     MOVE 'Submission records incl header/trailer'
007140         TO COUNT-TEXT-OUT.
007150     PERFORM WRITE-COUNT-LINE.
007160     MOVE HEADER-BLANK-LINE TO PRINT-LINE.
007170     WRITE PRINT-LINE.
007180     IF CENT-DETAIL-COUNT = WS-PRINTED-TOTAL
007190         AND WS-TRAILER-GRADE-TOTAL = WS-PRINTED-TOTAL
007200         AND MASTERS-READ-COUNT =
007210             WS-PRINTED-TOTAL + EXCLUDED-COUNT
007220         MOVE BALANCED-LINE TO PRINT-LINE
007230         WRITE PRINT-LINE
007240     ELSE
007250         MOVE OUT-OF-BALANCE-LINE TO PRINT-LINE
007260         WRITE PRINT-LINE
007270         DISPLAY 'CENSUS TOTALS OUT OF BALANCE - FILE HELD'
007280         MOVE 16 TO RETURN-CODE
007290     END-IF.
007300
007310 PRINT-DISTRICT-GRADE.
007320     MOVE DIST-GRADE-COUNT(WS-GRADE-SUB) TO GRADE-COUNT-OUT.
007330     MOVE DIST-GRADE-LABEL(WS-GRADE-SUB) TO GRADE-LEVEL-OUT.
007340     MOVE GRADE-COUNT-LINE TO PRINT-LINE.
007350     WRITE PRINT-LINE.
007360     ADD 1 TO WS-GRADE-SUB.
007370
007380 WRITE-COUNT-LINE.
007390     MOVE COUNT-LINE TO PRINT-LINE.
007400     WRITE PRINT-LINE.
007410
007420 WRITE-PAGE-HEADER.
007430     ADD 1 TO WS-PAGE-NUMBER.
007440     MOVE ZERO TO WS-LINE-COUNT.
007450     MOVE WS-FORMATTED-DATE TO HEADER-RUN-DATE-OUT.
007460     MOVE WS-PAGE-NUMBER TO HEADER-PAGE-NUM-OUT.
007470     MOVE WS-CENSUS-DATE TO HEADER-CENSUS-OUT.
007480     MOVE HEADER-LINE-1 TO PRINT-LINE.
007490     WRITE PRINT-LINE.
007500     MOVE HEADER-LINE-2 TO PRINT-LINE.
007510     WRITE PRINT-LINE.
007520     MOVE WS-CURRENT-SCHOOL-CODE TO HEADER-SCHOOL-OUT.
007530     MOVE HEADER-LINE-3 TO PRINT-LINE.
007540     WRITE PRINT-LINE.
007550     MOVE HEADER-BLANK-LINE TO PRINT-LINE.
007560     WRITE PRINT-LINE.
007570
007580 FORMAT-RUN-DATE-TIME.
007590     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
007600     ACCEPT WS-CURRENT-TIME FROM TIME.
007610     ACCEPT WS-OPERATOR-ID FROM ENVIRONMENT "USER".
007620     STRING WS-CURRENT-DATE(1:4) '-' WS-CURRENT-DATE(5:2) '-'
007630         WS-CURRENT-DATE(7:2) DELIMITED BY SIZE
007640         INTO WS-FORMATTED-DATE.
007650     STRING WS-CURRENT-TIME(1:2) ':' WS-CURRENT-TIME(3:2) ':'
007660         WS-CURRENT-TIME(5:2) DELIMITED BY SIZE
007670         INTO WS-FORMATTED-TIME.
007680
008000* Shop-wide run control: every batch program stamps the shared
008001* RUNCTL dataset at start and end with date/time, mode,
008002* operator and completion code, and refuses to start while a
008003* conflicting job is marked in flight, so an unload can no
008004* longer run into an open maintenance or posting pass and the
008005* morning checkout reads one OPSTATUS report instead of five
008006* job logs.  A run that dies leaves its in-flight mark behind
008007* on purpose; the operator clears it with OPSTATUS
008008* PARM='RESET jobname' once the wreckage is understood.  A
008009* completion below 8 also refreshes the job's last-good-run
008010* entry, which OPSTATUS prints beside the current one.
008011
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
008025     MOVE 'STUDCENS' TO WS-CONFLICT-JOB.
008026     PERFORM CHECK-RUN-CONFLICT.
008027     MOVE 'STUDMAIN' TO WS-CONFLICT-JOB.
008028     PERFORM CHECK-RUN-CONFLICT.
008029     MOVE 'STUDRCVR' TO WS-CONFLICT-JOB.
008030     PERFORM CHECK-RUN-CONFLICT.
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
008061     MOVE 'STUDCENS' TO RUN-JOB-NAME.
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
008076     MOVE 'STUDCENS' TO RUN-JOB-NAME.
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
