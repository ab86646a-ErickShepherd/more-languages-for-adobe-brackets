000001* Purpose:        STUDJOB cross-step control totals balancing.
000002*
000003* Every step of the STUDJOB stream appends its record counts
000004* to the run's CTLTOTS generation as it finishes - an 'F'
000005* entry for each file as a whole and, where the step knows
000006* the school code, an 'S' entry per school - giving records
000007* in, records written, records rejected and records excluded
000008* by design (withdrawn students, non-seniors, inactive rows).
000009* This program reads that generation at the end of the stream
000010* and proves the steps against each other, so a roster that
000011* was truncated, replaced or only half processed between two
000012* steps is caught before the run's outputs are archived.
000013*
000014* The report lists every entry recorded, then each balancing
000015* check with its two figures and a result: BALANCED, OUT OF
000016* BALANCE, or NOT RECORDED when a step that should have run
000017* left no entry.  The file-level checks prove the master
000018* unload into COMPARE, the audited rosters into REPORT,
000019* REPORT's own read/written/rejected/excluded arithmetic and
000020* its sorted roster and extract, the sorted roster into STATS
000021* and RANK and their extracts, and the school distribution
000022* against the district report.  The school-level checks prove
000023* each school code's records audited against those REPORT
000024* read, the master's share of each school against the unload,
000025* and each school's distributed pieces against the district
000026* file.  A step rerun after a failure appends a second set of
000027* entries; the latest entry for a step, file and school wins.
000028*
000029* The run ends RUN BALANCED, or RUN OUT OF BALANCE with
000030* RETURN-CODE 16 so STUDJOB bypasses the ARCHIVE step and the
000031* prior cycle's archive is not overwritten by a bad run.
000032*
000033* DD names: CTLTOTS (control totals), SYSOUT (report).
000034
000060 IDENTIFICATION DIVISION.
000061 PROGRAM-ID.       CTLBAL.
000062 AUTHOR.           TEST SAM.
000063 DATE-WRITTEN.     15 October 2026.
000064
000070 ENVIRONMENT DIVISION.
000080 INPUT-OUTPUT SECTION.
000090 FILE-CONTROL.
000100     SELECT CONTROL-TOTALS-FILE ASSIGN TO "CTLTOTS"
000110         ORGANIZATION IS LINE SEQUENTIAL
000120         FILE STATUS IS WS-CTLTOTS-STATUS.
000130     SELECT PRINT-FILE       ASSIGN TO SYSOUT
000140         ORGANIZATION IS LINE SEQUENTIAL.
000150
000160 DATA DIVISION.
000170 FILE SECTION.
000180 FD  CONTROL-TOTALS-FILE
000190     RECORD CONTAINS 80 CHARACTERS
000200     DATA RECORD IS CONTROL-TOTALS-RECORD.
000210 01  CONTROL-TOTALS-RECORD.
000220     05  CTL-JOB-NAME        PIC X(8).
000230     05  CTL-STEP-NAME       PIC X(8).
000240     05  CTL-FILE-NAME       PIC X(8).
000250     05  CTL-ENTRY-LEVEL     PIC X.
000260     05  CTL-SCHOOL-CODE     PIC X(3).
000270     05  CTL-RUN-DATE        PIC X(10).
000280     05  CTL-RUN-TIME        PIC X(8).
000290     05  CTL-RECORDS-IN      PIC 9(7).
000300     05  CTL-RECORDS-OUT     PIC 9(7).
000310     05  CTL-RECORDS-REJECTED PIC 9(7).
000320     05  CTL-RECORDS-EXCLUDED PIC 9(7).
000330     05  FILLER              PIC X(6).
000340
000350 FD  PRINT-FILE
000360     RECORD CONTAINS 80 CHARACTERS
000370     DATA RECORD IS PRINT-LINE.
000380 01  PRINT-LINE              PIC X(80).
000390
000400 WORKING-STORAGE SECTION.
000410 01  DATA-REMAINS-SWITCH     PIC X(2)      VALUE SPACES.
000420 01  WS-CTLTOTS-STATUS       PIC X(2)      VALUE SPACES.
000430 01  ENTRIES-READ-COUNT      PIC 9(7)      VALUE ZERO.
000440 01  SUPERSEDED-COUNT        PIC 9(7)      VALUE ZERO.
000450 01  OVERFLOW-COUNT          PIC 9(7)      VALUE ZERO.
000460 01  CHECKS-MADE-COUNT       PIC 9(7)      VALUE ZERO.
000470 01  OUT-OF-BALANCE-COUNT    PIC 9(7)      VALUE ZERO.
000480 01  WS-ENTRY-COUNT          PIC 9(3)      VALUE ZERO.
000490 01  WS-ENTRY-SUB            PIC 9(3)      VALUE ZERO.
000500 01  WS-LIST-SUB             PIC 9(3)      VALUE ZERO.
000510 01  WS-ENTRY-FOUND-SWITCH   PIC X(3)      VALUE 'NO '.
000520 01  WS-SCHOOL-COUNT         PIC 9(3)      VALUE ZERO.
000530 01  WS-SCHOOL-SUB           PIC 9(3)      VALUE ZERO.
000540 01  WS-SCHOOL-FOUND-SWITCH  PIC X(3)      VALUE 'NO '.
000550 01  WS-NEW-SCHOOL-CODE      PIC X(3)      VALUE SPACES.
000560 01  WS-AUDIT-PROOF-SWITCH   PIC X(3)      VALUE 'NO '.
000570 01  WS-UNLOAD-PROOF-SWITCH  PIC X(3)      VALUE 'NO '.
000580 01  WS-CHECK-MISSING-SWITCH PIC X(3)      VALUE 'NO '.
000590 01  WS-CHECK-TEXT           PIC X(40)     VALUE SPACES.
000600 01  WS-CHECK-LEFT           PIC 9(7)      VALUE ZERO.
000610 01  WS-CHECK-RIGHT          PIC 9(7)      VALUE ZERO.
000620 01  WS-PIECES-TOTAL         PIC 9(7)      VALUE ZERO.
000630 01  WS-FETCH-IN             PIC 9(7)      VALUE ZERO.
000640 01  WS-FETCH-OUT            PIC 9(7)      VALUE ZERO.
000650 01  WS-FETCH-REJECTED       PIC 9(7)      VALUE ZERO.
000660 01  WS-FETCH-EXCLUDED       PIC 9(7)      VALUE ZERO.
000670 01  WS-CURRENT-DATE         PIC 9(8)      VALUE ZERO.
000680 01  WS-FORMATTED-DATE       PIC X(10)     VALUE SPACES.
000690 01  WS-LINE-COUNT           PIC 9(4)      VALUE ZERO.
000700 01  WS-LINES-PER-PAGE       PIC 9(4)      VALUE 20.
000710 01  WS-PAGE-NUMBER          PIC 9(4)      VALUE ZERO.
000720 01  WS-COLUMN-HEADING       PIC X(80)     VALUE SPACES.
000730 01  WS-DETAIL-LINE          PIC X(80)     VALUE SPACES.
000740
000750* The entry being looked for: step, file, level and school
000760* code, in the same order as they sit in both the CTLTOTS
000770* record and the entry table, so a whole key compares at once.
000780
000790 01  WS-SEARCH-KEY.
000800     05  SRCH-STEP-NAME      PIC X(8).
000810     05  SRCH-FILE-NAME      PIC X(8).
000820     05  SRCH-ENTRY-LEVEL    PIC X.
000830     05  SRCH-SCHOOL-CODE    PIC X(3).
000840
000850* One slot per distinct step, file, level and school.  Three
000860* hundred slots hold every step's entries for the district's
000870* schools several times over; entries beyond that are counted
000880* and the run reported out of balance rather than proven
000890* against a partial table.
000900
000910 01  CONTROL-ENTRY-TABLE.
000920     05  CONTROL-ENTRY       OCCURS 300 TIMES.
000930         10  ENT-JOB-NAME    PIC X(8).
000940         10  ENT-KEY.
000950             15  ENT-STEP-NAME PIC X(8).
000960             15  ENT-FILE-NAME PIC X(8).
000970             15  ENT-ENTRY-LEVEL PIC X.
000980             15  ENT-SCHOOL-CODE PIC X(3).
000990         10  ENT-RUN-TIME    PIC X(8).
001000         10  ENT-RECORDS-IN  PIC 9(7).
001010         10  ENT-RECORDS-OUT PIC 9(7).
001020         10  ENT-RECORDS-REJECTED PIC 9(7).
001030         10  ENT-RECORDS-EXCLUDED PIC 9(7).
001040
001050* Every school code named by an UNLOAD, AUDIT or REPORT
001060* school entry, flagged when the unloaded master carries it.
001070
001080 01  CHECK-SCHOOL-TABLE.
001090     05  CHECK-SCHOOL-ENTRY  OCCURS 50 TIMES.
001100         10  CHK-SCHOOL-CODE PIC X(3).
001110         10  CHK-UNLOAD-SWITCH PIC X(3).
001120
001130 01  HEADER-LINE-1.
001140     05  FILLER              PIC X(20)     VALUE SPACES.
001150     05  FILLER              PIC X(40)
001160         VALUE  'STUDJOB CONTROL TOTALS BALANCING'.
001170     05  FILLER              PIC X(20)     VALUE SPACES.
001180
001190 01  HEADER-LINE-2.
001200     05  FILLER              PIC X(7)      VALUE SPACES.
001210     05  FILLER              PIC X(9)      VALUE 'RUN DATE:'.
001220     05  HEADER-RUN-DATE-OUT PIC X(10).
001230     05  FILLER              PIC X(5)      VALUE SPACES.
001240     05  FILLER              PIC X(6)      VALUE 'PAGE: '.
001250     05  HEADER-PAGE-NUM-OUT PIC ZZZ9.
001260     05  FILLER              PIC X(39)     VALUE SPACES.
001270
001280 01  HEADER-BLANK-LINE       PIC X(80)     VALUE SPACES.
001290
001300 01  SECTION-TITLE-LINE.
001310     05  FILLER              PIC X(2)      VALUE SPACES.
001320     05  SECTION-TITLE-OUT   PIC X(78).
001330
001340 01  ENTRY-HEADING-LINE.
001350     05  FILLER              PIC X(2)      VALUE SPACES.
001360     05  FILLER              PIC X(10)     VALUE 'STEP'.
001370     05  FILLER              PIC X(10)     VALUE 'FILE'.
001380     05  FILLER              PIC X(5)      VALUE 'SCH'.
001390     05  FILLER              PIC X(9)      VALUE '     IN  '.
001400     05  FILLER              PIC X(9)      VALUE '    OUT  '.
001410     05  FILLER              PIC X(9)      VALUE 'REJECTED '.
001420     05  FILLER              PIC X(9)      VALUE 'EXCLUDED '.
001430     05  FILLER              PIC X(17)     VALUE 'TIME'.
001440
001450 01  ENTRY-DETAIL-LINE.
001460     05  FILLER              PIC X(2)      VALUE SPACES.
001470     05  ENT-STEP-OUT        PIC X(8).
001480     05  FILLER              PIC X(2)      VALUE SPACES.
001490     05  ENT-FILE-OUT        PIC X(8).
001500     05  FILLER              PIC X(2)      VALUE SPACES.
001510     05  ENT-SCHOOL-OUT      PIC X(3).
001520     05  FILLER              PIC X(2)      VALUE SPACES.
001530     05  ENT-IN-OUT          PIC Z(6)9.
001540     05  FILLER              PIC X(2)      VALUE SPACES.
001550     05  ENT-OUT-OUT         PIC Z(6)9.
001560     05  FILLER              PIC X(2)      VALUE SPACES.
001570     05  ENT-REJECTED-OUT    PIC Z(6)9.
001580     05  FILLER              PIC X(2)      VALUE SPACES.
001590     05  ENT-EXCLUDED-OUT    PIC Z(6)9.
001600     05  FILLER              PIC X(2)      VALUE SPACES.
001610     05  ENT-TIME-OUT        PIC X(8).
001620     05  FILLER              PIC X(9)      VALUE SPACES.
001630
001640 01  CHECK-HEADING-LINE.
001650     05  FILLER              PIC X(2)      VALUE SPACES.
001660     05  FILLER              PIC X(41)     VALUE 'CHECK'.
001670     05  FILLER              PIC X(8)      VALUE ' FIGURE '.
001680     05  FILLER              PIC X(8)      VALUE 'AGAINST '.
001690     05  FILLER              PIC X(21)     VALUE ' RESULT'.
001700
001710 01  CHECK-DETAIL-LINE.
001720     05  FILLER              PIC X(2)      VALUE SPACES.
001730     05  CHECK-TEXT-OUT      PIC X(40).
001740     05  FILLER              PIC X         VALUE SPACE.
001750     05  CHECK-LEFT-OUT      PIC Z(6)9.
001760     05  FILLER              PIC X         VALUE SPACE.
001770     05  CHECK-RIGHT-OUT     PIC Z(6)9.
001780     05  FILLER              PIC X(2)      VALUE SPACES.
001790     05  CHECK-RESULT-OUT    PIC X(14).
001800     05  FILLER              PIC X(6)      VALUE SPACES.
001810
001820 01  COUNT-LINE.
001830     05  FILLER              PIC X(7)      VALUE SPACES.
001840     05  COUNT-OUT           PIC 9(7).
001850     05  FILLER              PIC X         VALUE SPACE.
001860     05  COUNT-TEXT-OUT      PIC X(40).
001870     05  FILLER              PIC X(25)     VALUE SPACES.
001880
001890 01  BALANCED-LINE.
001900     05  FILLER              PIC X(7)      VALUE SPACES.
001910     05  FILLER              PIC X(73)
001920         VALUE 'ALL STEP CONTROL TOTALS AGREE - RUN BALANCED'.
001930
001940 01  OUT-OF-BALANCE-LINE.
001950     05  FILLER              PIC X(7)      VALUE SPACES.
001960     05  FILLER              PIC X(73)
001970         VALUE 'STEP TOTALS DISAGREE - RUN OUT OF BALANCE'.
001980
001990 PROCEDURE DIVISION.
002000
002010 PREPARE-CONTROL-BALANCING.
002020     PERFORM FORMAT-RUN-DATE.
002030     OPEN INPUT CONTROL-TOTALS-FILE.
002040     IF WS-CTLTOTS-STATUS NOT = '00'
002050         DISPLAY 'CTLTOTS OPEN FAILED - ' WS-CTLTOTS-STATUS
002060         MOVE 16 TO RETURN-CODE
002070         STOP RUN
002080     END-IF.
002090     OPEN OUTPUT PRINT-FILE.
002100     PERFORM WRITE-PAGE-HEADER.
002110     READ CONTROL-TOTALS-FILE
002120         AT END MOVE 'NO' TO DATA-REMAINS-SWITCH
002130     END-READ.
002140     PERFORM LOAD-CONTROL-ENTRY
002150         UNTIL DATA-REMAINS-SWITCH = 'NO'.
002160     CLOSE CONTROL-TOTALS-FILE.
002170     PERFORM LIST-CONTROL-ENTRIES.
002180     PERFORM PROVE-FILE-TOTALS.
002190     PERFORM PROVE-SCHOOL-TOTALS.
002200     PERFORM PRINT-BALANCING-RESULT.
002210     CLOSE PRINT-FILE.
002220     STOP RUN.
002230
002240* An entry whose step, file, level and school are already in
002250* the table came from a rerun of that step and replaces the
002260* earlier one.
002270
002280 LOAD-CONTROL-ENTRY.
002290     ADD 1 TO ENTRIES-READ-COUNT.
002300     MOVE CTL-STEP-NAME TO SRCH-STEP-NAME.
002310     MOVE CTL-FILE-NAME TO SRCH-FILE-NAME.
002320     MOVE CTL-ENTRY-LEVEL TO SRCH-ENTRY-LEVEL.
002330     MOVE CTL-SCHOOL-CODE TO SRCH-SCHOOL-CODE.
002340     PERFORM FIND-CONTROL-ENTRY.
002350     IF WS-ENTRY-FOUND-SWITCH = 'YES'
002360         ADD 1 TO SUPERSEDED-COUNT
002370         PERFORM STORE-CONTROL-ENTRY
002380     ELSE
002390         IF WS-ENTRY-COUNT < 300
002400             ADD 1 TO WS-ENTRY-COUNT
002410             MOVE WS-ENTRY-COUNT TO WS-ENTRY-SUB
002420             PERFORM STORE-CONTROL-ENTRY
002430         ELSE
002440             ADD 1 TO OVERFLOW-COUNT
002450         END-IF
002460     END-IF.
002470     READ CONTROL-TOTALS-FILE
002480         AT END MOVE 'NO' TO DATA-REMAINS-SWITCH
002490     END-READ.
002500
002510 STORE-CONTROL-ENTRY.
002520     MOVE CTL-JOB-NAME TO ENT-JOB-NAME(WS-ENTRY-SUB).
002530     MOVE WS-SEARCH-KEY TO ENT-KEY(WS-ENTRY-SUB).
002540     MOVE CTL-RUN-TIME TO ENT-RUN-TIME(WS-ENTRY-SUB).
002550     MOVE CTL-RECORDS-IN TO ENT-RECORDS-IN(WS-ENTRY-SUB).
002560     MOVE CTL-RECORDS-OUT TO ENT-RECORDS-OUT(WS-ENTRY-SUB).
002570     MOVE CTL-RECORDS-REJECTED
002580         TO ENT-RECORDS-REJECTED(WS-ENTRY-SUB).
002590     MOVE CTL-RECORDS-EXCLUDED
002600         TO ENT-RECORDS-EXCLUDED(WS-ENTRY-SUB).
002610
002620 FIND-CONTROL-ENTRY.
002630     MOVE 'NO ' TO WS-ENTRY-FOUND-SWITCH.
002640     MOVE 1 TO WS-ENTRY-SUB.
002650     PERFORM TEST-CONTROL-ENTRY
002660         UNTIL WS-ENTRY-FOUND-SWITCH = 'YES'
002670         OR WS-ENTRY-SUB > WS-ENTRY-COUNT.
002680
002690 TEST-CONTROL-ENTRY.
002700     IF ENT-KEY(WS-ENTRY-SUB) = WS-SEARCH-KEY
002710         MOVE 'YES' TO WS-ENTRY-FOUND-SWITCH
002720     ELSE
002730         ADD 1 TO WS-ENTRY-SUB
002740     END-IF.
002750
002760* Entry listing: every entry as it stands after reruns, in the
002770* order the steps recorded them.
002780
002790 LIST-CONTROL-ENTRIES.
002800     MOVE 'CONTROL TOTALS RECORDED' TO SECTION-TITLE-OUT.
002810     MOVE ENTRY-HEADING-LINE TO WS-COLUMN-HEADING.
002820     PERFORM WRITE-SECTION-HEADING.
002830     MOVE 1 TO WS-LIST-SUB.
002840     PERFORM LIST-CONTROL-ENTRY WS-ENTRY-COUNT TIMES.
002850
002860 LIST-CONTROL-ENTRY.
002870     MOVE ENT-STEP-NAME(WS-LIST-SUB) TO ENT-STEP-OUT.
002880     MOVE ENT-FILE-NAME(WS-LIST-SUB) TO ENT-FILE-OUT.
002890     IF ENT-ENTRY-LEVEL(WS-LIST-SUB) = 'S'
002900         MOVE ENT-SCHOOL-CODE(WS-LIST-SUB) TO ENT-SCHOOL-OUT
002910     ELSE
002920         MOVE 'ALL' TO ENT-SCHOOL-OUT
002930     END-IF.
002940     MOVE ENT-RECORDS-IN(WS-LIST-SUB) TO ENT-IN-OUT.
002950     MOVE ENT-RECORDS-OUT(WS-LIST-SUB) TO ENT-OUT-OUT.
002960     MOVE ENT-RECORDS-REJECTED(WS-LIST-SUB) TO ENT-REJECTED-OUT.
002970     MOVE ENT-RECORDS-EXCLUDED(WS-LIST-SUB) TO ENT-EXCLUDED-OUT.
002980     MOVE ENT-RUN-TIME(WS-LIST-SUB) TO ENT-TIME-OUT.
002990     MOVE ENTRY-DETAIL-LINE TO WS-DETAIL-LINE.
003000     PERFORM WRITE-DETAIL-LINE.
003010     ADD 1 TO WS-LIST-SUB.
003020
003030* File-level checks, in stream order.  Each check fetches the
003040* entries it needs, sets its two figures and is proven; an
003050* entry that was never recorded makes the check NOT RECORDED.
003060
003070 PROVE-FILE-TOTALS.
003080     MOVE 'FILE BALANCING CHECKS' TO SECTION-TITLE-OUT.
003090     MOVE CHECK-HEADING-LINE TO WS-COLUMN-HEADING.
003100     PERFORM WRITE-SECTION-HEADING.
003110     PERFORM PROVE-UNLOAD-TOTALS.
003120     PERFORM PROVE-REPORT-TOTALS.
003130     PERFORM PROVE-STATS-TOTALS.
003140     PERFORM PROVE-RANK-TOTALS.
003150     PERFORM PROVE-DISTRIBUTION-TOTALS.
003160
003170 PROVE-UNLOAD-TOTALS.
003180     MOVE 'UNLOAD' TO SRCH-STEP-NAME.
003190     MOVE 'STUDENT' TO SRCH-FILE-NAME.
003200     PERFORM FETCH-FILE-ENTRY.
003210     MOVE WS-FETCH-OUT TO WS-CHECK-LEFT.
003220     MOVE 'COMPARE' TO SRCH-STEP-NAME.
003230     MOVE 'CURRENT' TO SRCH-FILE-NAME.
003240     PERFORM FETCH-FILE-ENTRY.
003250     MOVE WS-FETCH-IN TO WS-CHECK-RIGHT.
003260     MOVE 'UNLOAD WRITTEN = COMPARE CURRENT READ'
003270         TO WS-CHECK-TEXT.
003280     PERFORM PROVE-CHECK.
003290     MOVE 'UNLOAD' TO SRCH-STEP-NAME.
003300     MOVE 'STUDENT' TO SRCH-FILE-NAME.
003310     PERFORM FETCH-FILE-ENTRY.
003320     PERFORM SET-ACCOUNTED-FIGURES.
003330     MOVE 'UNLOAD READ = WRITTEN + EXCLUDED' TO WS-CHECK-TEXT.
003340     PERFORM PROVE-CHECK.
003350
003360 PROVE-REPORT-TOTALS.
003370     MOVE 'AUDIT' TO SRCH-STEP-NAME.
003380     MOVE 'SYSIN' TO SRCH-FILE-NAME.
003390     PERFORM FETCH-FILE-ENTRY.
003400     MOVE WS-FETCH-IN TO WS-CHECK-LEFT.
003410     MOVE 'REPORT' TO SRCH-STEP-NAME.
003420     PERFORM FETCH-FILE-ENTRY.
003430     MOVE WS-FETCH-IN TO WS-CHECK-RIGHT.
003440     MOVE 'AUDIT READ = REPORT READ' TO WS-CHECK-TEXT.
003450     PERFORM PROVE-CHECK.
003460     MOVE 'REPORT' TO SRCH-STEP-NAME.
003470     MOVE 'SYSIN' TO SRCH-FILE-NAME.
003480     PERFORM FETCH-FILE-ENTRY.
003490     PERFORM SET-ACCOUNTED-FIGURES.
003500     MOVE 'REPORT READ = WRITTEN+REJECTED+EXCLUDED'
003510         TO WS-CHECK-TEXT.
003520     PERFORM PROVE-CHECK.
003530     MOVE 'SORTED' TO SRCH-FILE-NAME.
003540     PERFORM FETCH-FILE-ENTRY.
003550     MOVE WS-FETCH-OUT TO WS-CHECK-LEFT.
003560     MOVE 'SYSIN' TO SRCH-FILE-NAME.
003570     PERFORM FETCH-FILE-ENTRY.
003580     MOVE WS-FETCH-IN TO WS-CHECK-RIGHT.
003590     MOVE 'REPORT SORTED ROSTER = REPORT READ'
003600         TO WS-CHECK-TEXT.
003610     PERFORM PROVE-CHECK.
003620     MOVE 'EXPORT' TO SRCH-FILE-NAME.
003630     PERFORM FETCH-FILE-ENTRY.
003640     MOVE WS-FETCH-OUT TO WS-CHECK-LEFT.
003650     MOVE 'SYSIN' TO SRCH-FILE-NAME.
003660     PERFORM FETCH-FILE-ENTRY.
003670     MOVE WS-FETCH-OUT TO WS-CHECK-RIGHT.
003680     MOVE 'REPORT EXPORT RECORDS = REPORT WRITTEN'
003690         TO WS-CHECK-TEXT.
003700     PERFORM PROVE-CHECK.
003710
003720* STATS and RANK each read REPORT's sorted roster and must
003730* account for every record in it.
003740
003750 PROVE-STATS-TOTALS.
003760     MOVE 'STATS' TO SRCH-STEP-NAME.
003770     MOVE 'SORTED' TO SRCH-FILE-NAME.
003780     PERFORM FETCH-FILE-ENTRY.
003790     MOVE WS-FETCH-IN TO WS-CHECK-LEFT.
003800     PERFORM FETCH-SORTED-WRITTEN.
003810     MOVE 'STATS READ = REPORT SORTED ROSTER' TO WS-CHECK-TEXT.
003820     PERFORM PROVE-CHECK.
003830     MOVE 'STATS' TO SRCH-STEP-NAME.
003840     MOVE 'SORTED' TO SRCH-FILE-NAME.
003850     PERFORM FETCH-FILE-ENTRY.
003860     COMPUTE WS-CHECK-LEFT = WS-FETCH-OUT + WS-FETCH-REJECTED
003870         + WS-FETCH-EXCLUDED.
003880     PERFORM FETCH-SORTED-WRITTEN.
003890     MOVE 'STATS COUNTED+SKIPPED+EXCLUDED = SORTED'
003900         TO WS-CHECK-TEXT.
003910     PERFORM PROVE-CHECK.
003920     MOVE 'STATS' TO SRCH-STEP-NAME.
003930     MOVE 'MAILEXT' TO SRCH-FILE-NAME.
003940     PERFORM FETCH-FILE-ENTRY.
003950     MOVE WS-FETCH-IN TO WS-CHECK-LEFT.
003960     COMPUTE WS-CHECK-RIGHT = WS-FETCH-OUT + WS-FETCH-REJECTED.
003970     MOVE 'STATS HONOR ROLL = MAILED + NO CONTACT'
003980         TO WS-CHECK-TEXT.
003990     PERFORM PROVE-CHECK.
004000
004010 PROVE-RANK-TOTALS.
004020     MOVE 'RANK' TO SRCH-STEP-NAME.
004030     MOVE 'SORTED' TO SRCH-FILE-NAME.
004040     PERFORM FETCH-FILE-ENTRY.
004050     MOVE WS-FETCH-IN TO WS-CHECK-LEFT.
004060     PERFORM FETCH-SORTED-WRITTEN.
004070     MOVE 'RANK READ = REPORT SORTED ROSTER' TO WS-CHECK-TEXT.
004080     PERFORM PROVE-CHECK.
004090     MOVE 'RANK' TO SRCH-STEP-NAME.
004100     MOVE 'SORTED' TO SRCH-FILE-NAME.
004110     PERFORM FETCH-FILE-ENTRY.
004120     COMPUTE WS-CHECK-LEFT = WS-FETCH-OUT + WS-FETCH-REJECTED
004130         + WS-FETCH-EXCLUDED.
004140     PERFORM FETCH-SORTED-WRITTEN.
004150     MOVE 'RANK RANKED+SKIPPED+EXCLUDED = SORTED'
004160         TO WS-CHECK-TEXT.
004170     PERFORM PROVE-CHECK.
004180     MOVE 'RANK' TO SRCH-STEP-NAME.
004190     MOVE 'RANKEXP' TO SRCH-FILE-NAME.
004200     PERFORM FETCH-FILE-ENTRY.
004210     MOVE WS-FETCH-OUT TO WS-CHECK-LEFT.
004220     MOVE 'SORTED' TO SRCH-FILE-NAME.
004230     PERFORM FETCH-FILE-ENTRY.
004240     MOVE WS-FETCH-OUT TO WS-CHECK-RIGHT.
004250     MOVE 'RANK EXTRACT RECORDS = RANKED' TO WS-CHECK-TEXT.
004260     PERFORM PROVE-CHECK.
004270
004280 FETCH-SORTED-WRITTEN.
004290     MOVE 'REPORT' TO SRCH-STEP-NAME.
004300     MOVE 'SORTED' TO SRCH-FILE-NAME.
004310     PERFORM FETCH-FILE-ENTRY.
004320     MOVE WS-FETCH-OUT TO WS-CHECK-RIGHT.
004330
004340* The district balance run must have found the seniors REPORT
004350* wrote, distributed all of them, and found nothing out of
004360* balance; and the pieces each school's burst logged must add
004370* up to what the balance run says was distributed.
004380
004390 PROVE-DISTRIBUTION-TOTALS.
004400     MOVE 'DISTBAL' TO SRCH-STEP-NAME.
004410     MOVE 'DISTRPT' TO SRCH-FILE-NAME.
004420     PERFORM FETCH-FILE-ENTRY.
004430     MOVE WS-FETCH-IN TO WS-CHECK-LEFT.
004440     MOVE 'REPORT' TO SRCH-STEP-NAME.
004450     MOVE 'SYSIN' TO SRCH-FILE-NAME.
004460     PERFORM FETCH-FILE-ENTRY.
004470     MOVE WS-FETCH-OUT TO WS-CHECK-RIGHT.
004480     MOVE 'DISTRICT REPORT SENIORS = REPORT WRITTEN'
004490         TO WS-CHECK-TEXT.
004500     PERFORM PROVE-CHECK.
004510     MOVE 'DISTBAL' TO SRCH-STEP-NAME.
004520     MOVE 'DISTRPT' TO SRCH-FILE-NAME.
004530     PERFORM FETCH-FILE-ENTRY.
004540     MOVE WS-FETCH-OUT TO WS-CHECK-LEFT.
004550     MOVE WS-FETCH-IN TO WS-CHECK-RIGHT.
004560     MOVE 'DISTRIBUTED = DISTRICT REPORT SENIORS'
004570         TO WS-CHECK-TEXT.
004580     PERFORM PROVE-CHECK.
004590     MOVE 'DISTBAL' TO SRCH-STEP-NAME.
004600     MOVE 'DISTRPT' TO SRCH-FILE-NAME.
004610     PERFORM FETCH-FILE-ENTRY.
004620     MOVE WS-FETCH-REJECTED TO WS-CHECK-LEFT.
004630     MOVE ZERO TO WS-CHECK-RIGHT.
004640     MOVE 'DISTRICT FIGURES OUT OF BALANCE = ZERO'
004650         TO WS-CHECK-TEXT.
004660     PERFORM PROVE-CHECK.
004670     MOVE ZERO TO WS-PIECES-TOTAL.
004680     MOVE 'NO ' TO WS-ENTRY-FOUND-SWITCH.
004690     MOVE 1 TO WS-LIST-SUB.
004700     PERFORM ADD-DISTRIBUTED-PIECES WS-ENTRY-COUNT TIMES.
004710     IF WS-ENTRY-FOUND-SWITCH = 'NO '
004720         MOVE 'YES' TO WS-CHECK-MISSING-SWITCH
004730     END-IF.
004740     MOVE WS-PIECES-TOTAL TO WS-CHECK-LEFT.
004750     MOVE 'DISTBAL' TO SRCH-STEP-NAME.
004760     MOVE 'DISTRPT' TO SRCH-FILE-NAME.
004770     PERFORM FETCH-FILE-ENTRY.
004780     MOVE WS-FETCH-OUT TO WS-CHECK-RIGHT.
004790     MOVE 'SCHOOL PIECES = DISTRIBUTED' TO WS-CHECK-TEXT.
004800     PERFORM PROVE-CHECK.
004810
004820 ADD-DISTRIBUTED-PIECES.
004830     IF ENT-STEP-NAME(WS-LIST-SUB) = 'DIST'
004840         AND ENT-FILE-NAME(WS-LIST-SUB) = 'SCHRPT'
004850         ADD ENT-RECORDS-OUT(WS-LIST-SUB) TO WS-PIECES-TOTAL
004860         MOVE 'YES' TO WS-ENTRY-FOUND-SWITCH
004870     END-IF.
004880     ADD 1 TO WS-LIST-SUB.
004890
004900* School-level checks.  A school missing from one side of a
004910* check counts as zero there, so a school REPORT never saw
004920* shows out of balance against the audit.  The checks are
004930* only made where both steps recorded their file entries -
004940* a step that recorded nothing is already NOT RECORDED above.
004950
004960 PROVE-SCHOOL-TOTALS.
004970     MOVE 'SCHOOL BALANCING CHECKS' TO SECTION-TITLE-OUT.
004980     PERFORM WRITE-SECTION-HEADING.
004990     PERFORM GATHER-CHECK-SCHOOLS.
005000     MOVE 'AUDIT' TO SRCH-STEP-NAME.
005010     MOVE 'SYSIN' TO SRCH-FILE-NAME.
005020     PERFORM FETCH-FILE-ENTRY.
005030     MOVE 'REPORT' TO SRCH-STEP-NAME.
005040     PERFORM FETCH-FILE-ENTRY.
005050     IF WS-CHECK-MISSING-SWITCH = 'NO '
005060         MOVE 'YES' TO WS-AUDIT-PROOF-SWITCH
005070     END-IF.
005080     MOVE 'NO ' TO WS-CHECK-MISSING-SWITCH.
005090     MOVE 'UNLOAD' TO SRCH-STEP-NAME.
005100     MOVE 'STUDENT' TO SRCH-FILE-NAME.
005110     PERFORM FETCH-FILE-ENTRY.
005120     MOVE 'REPORT' TO SRCH-STEP-NAME.
005130     MOVE 'SYSIN' TO SRCH-FILE-NAME.
005140     PERFORM FETCH-FILE-ENTRY.
005150     IF WS-CHECK-MISSING-SWITCH = 'NO '
005160         MOVE 'YES' TO WS-UNLOAD-PROOF-SWITCH
005170     END-IF.
005180     MOVE 'NO ' TO WS-CHECK-MISSING-SWITCH.
005190     MOVE 1 TO WS-SCHOOL-SUB.
005200     PERFORM PROVE-ONE-SCHOOL WS-SCHOOL-COUNT TIMES.
005210
005220 PROVE-ONE-SCHOOL.
005230     MOVE CHK-SCHOOL-CODE(WS-SCHOOL-SUB) TO SRCH-SCHOOL-CODE.
005240     IF WS-AUDIT-PROOF-SWITCH = 'YES'
005250         MOVE 'AUDIT' TO SRCH-STEP-NAME
005260         MOVE 'SYSIN' TO SRCH-FILE-NAME
005270         PERFORM FETCH-SCHOOL-ENTRY
005280         MOVE WS-FETCH-IN TO WS-CHECK-LEFT
005290         PERFORM FETCH-SCHOOL-REPORT-READ
005300         MOVE SPACES TO WS-CHECK-TEXT
005310         STRING 'SCHOOL ' SRCH-SCHOOL-CODE
005320             ' AUDIT READ = REPORT READ' DELIMITED BY SIZE
005330             INTO WS-CHECK-TEXT
005340         PERFORM PROVE-CHECK
005350     END-IF.
005360     IF WS-UNLOAD-PROOF-SWITCH = 'YES'
005370         AND CHK-UNLOAD-SWITCH(WS-SCHOOL-SUB) = 'YES'
005380         MOVE 'UNLOAD' TO SRCH-STEP-NAME
005390         MOVE 'STUDENT' TO SRCH-FILE-NAME
005400         PERFORM FETCH-SCHOOL-ENTRY
005410         MOVE WS-FETCH-OUT TO WS-CHECK-LEFT
005420         PERFORM FETCH-SCHOOL-REPORT-READ
005430         MOVE SPACES TO WS-CHECK-TEXT
005440         STRING 'SCHOOL ' SRCH-SCHOOL-CODE
005450             ' UNLOAD WRITTEN = REPORT READ' DELIMITED BY SIZE
005460             INTO WS-CHECK-TEXT
005470         PERFORM PROVE-CHECK
005480     END-IF.
005490     MOVE 'DIST' TO SRCH-STEP-NAME.
005500     MOVE 'SCHRPT' TO SRCH-FILE-NAME.
005510     PERFORM FETCH-SCHOOL-ENTRY.
005520     IF WS-ENTRY-FOUND-SWITCH = 'YES'
005530         MOVE WS-FETCH-OUT TO WS-CHECK-LEFT
005540         MOVE WS-FETCH-IN TO WS-CHECK-RIGHT
005550         MOVE SPACES TO WS-CHECK-TEXT
005560         STRING 'SCHOOL ' SRCH-SCHOOL-CODE
005570             ' PIECES = DISTRICT SENIORS' DELIMITED BY SIZE
005580             INTO WS-CHECK-TEXT
005590         PERFORM PROVE-CHECK
005600     END-IF.
005610     ADD 1 TO WS-SCHOOL-SUB.
005620
005630 FETCH-SCHOOL-REPORT-READ.
005640     MOVE 'REPORT' TO SRCH-STEP-NAME.
005650     MOVE 'SYSIN' TO SRCH-FILE-NAME.
005660     PERFORM FETCH-SCHOOL-ENTRY.
005670     MOVE WS-FETCH-IN TO WS-CHECK-RIGHT.
005680
005690* The school list is every code on an UNLOAD, AUDIT or REPORT
005700* school entry, in the order first recorded.
005710
005720 GATHER-CHECK-SCHOOLS.
005730     MOVE 1 TO WS-LIST-SUB.
005740     PERFORM GATHER-ENTRY-SCHOOL WS-ENTRY-COUNT TIMES.
005750
005760 GATHER-ENTRY-SCHOOL.
005770     IF ENT-ENTRY-LEVEL(WS-LIST-SUB) = 'S'
005780         IF ENT-STEP-NAME(WS-LIST-SUB) = 'UNLOAD'
005790             OR ENT-STEP-NAME(WS-LIST-SUB) = 'AUDIT'
005800             OR (ENT-STEP-NAME(WS-LIST-SUB) = 'REPORT'
005810             AND ENT-FILE-NAME(WS-LIST-SUB) = 'SYSIN')
005820             MOVE ENT-SCHOOL-CODE(WS-LIST-SUB)
005830                 TO WS-NEW-SCHOOL-CODE
005840             PERFORM ADD-CHECK-SCHOOL
005850         END-IF
005860     END-IF.
005870     ADD 1 TO WS-LIST-SUB.
005880
005890 ADD-CHECK-SCHOOL.
005900     MOVE 'NO ' TO WS-SCHOOL-FOUND-SWITCH.
005910     MOVE 1 TO WS-SCHOOL-SUB.
005920     PERFORM TEST-CHECK-SCHOOL
005930         UNTIL WS-SCHOOL-FOUND-SWITCH = 'YES'
005940         OR WS-SCHOOL-SUB > WS-SCHOOL-COUNT.
005950     IF WS-SCHOOL-FOUND-SWITCH = 'NO '
005960         IF WS-SCHOOL-COUNT < 50
005970             ADD 1 TO WS-SCHOOL-COUNT
005980             MOVE WS-SCHOOL-COUNT TO WS-SCHOOL-SUB
005990             MOVE WS-NEW-SCHOOL-CODE
006000                 TO CHK-SCHOOL-CODE(WS-SCHOOL-SUB)
006010             MOVE 'NO ' TO CHK-UNLOAD-SWITCH(WS-SCHOOL-SUB)
006020             MOVE 'YES' TO WS-SCHOOL-FOUND-SWITCH
006030         ELSE
006040             ADD 1 TO OVERFLOW-COUNT
006050         END-IF
006060     END-IF.
006070     IF WS-SCHOOL-FOUND-SWITCH = 'YES'
006080         AND ENT-STEP-NAME(WS-LIST-SUB) = 'UNLOAD'
006090         MOVE 'YES' TO CHK-UNLOAD-SWITCH(WS-SCHOOL-SUB)
006100     END-IF.
006110
006120 TEST-CHECK-SCHOOL.
006130     IF CHK-SCHOOL-CODE(WS-SCHOOL-SUB) = WS-NEW-SCHOOL-CODE
006140         MOVE 'YES' TO WS-SCHOOL-FOUND-SWITCH
006150     ELSE
006160         ADD 1 TO WS-SCHOOL-SUB
006170     END-IF.
006180
006190* Entry fetches.  FETCH-FILE-ENTRY takes the step and file
006200* already in the search key and marks the check NOT RECORDED
006210* when there is no such entry; FETCH-SCHOOL-ENTRY also takes
006220* the school code and returns zeros for a school the step
006230* never saw.
006240
006250 FETCH-FILE-ENTRY.
006260     MOVE 'F' TO SRCH-ENTRY-LEVEL.
006270     MOVE SPACES TO SRCH-SCHOOL-CODE.
006280     PERFORM FETCH-CONTROL-FIGURES.
006290     IF WS-ENTRY-FOUND-SWITCH = 'NO '
006300         MOVE 'YES' TO WS-CHECK-MISSING-SWITCH
006310     END-IF.
006320
006330 FETCH-SCHOOL-ENTRY.
006340     MOVE 'S' TO SRCH-ENTRY-LEVEL.
006350     PERFORM FETCH-CONTROL-FIGURES.
006360
006370 FETCH-CONTROL-FIGURES.
006380     PERFORM FIND-CONTROL-ENTRY.
006390     IF WS-ENTRY-FOUND-SWITCH = 'YES'
006400         MOVE ENT-RECORDS-IN(WS-ENTRY-SUB) TO WS-FETCH-IN
006410         MOVE ENT-RECORDS-OUT(WS-ENTRY-SUB) TO WS-FETCH-OUT
006420         MOVE ENT-RECORDS-REJECTED(WS-ENTRY-SUB)
006430             TO WS-FETCH-REJECTED
006440         MOVE ENT-RECORDS-EXCLUDED(WS-ENTRY-SUB)
006450             TO WS-FETCH-EXCLUDED
006460     ELSE
006470         MOVE ZERO TO WS-FETCH-IN
006480         MOVE ZERO TO WS-FETCH-OUT
006490         MOVE ZERO TO WS-FETCH-REJECTED
006500         MOVE ZERO TO WS-FETCH-EXCLUDED
006510     END-IF.
006520
006530* Records read against records accounted for: written plus
006540* rejected plus excluded.
006550
006560 SET-ACCOUNTED-FIGURES.
006570     MOVE WS-FETCH-IN TO WS-CHECK-LEFT.
006580     COMPUTE WS-CHECK-RIGHT = WS-FETCH-OUT + WS-FETCH-REJECTED
006590         + WS-FETCH-EXCLUDED.
006600
006610 PROVE-CHECK.
006620     ADD 1 TO CHECKS-MADE-COUNT.
006630     MOVE WS-CHECK-TEXT TO CHECK-TEXT-OUT.
006640     MOVE WS-CHECK-LEFT TO CHECK-LEFT-OUT.
006650     MOVE WS-CHECK-RIGHT TO CHECK-RIGHT-OUT.
006660     IF WS-CHECK-MISSING-SWITCH = 'YES'
006670         MOVE 'NOT RECORDED' TO CHECK-RESULT-OUT
006680         ADD 1 TO OUT-OF-BALANCE-COUNT
006690     ELSE
006700         IF WS-CHECK-LEFT = WS-CHECK-RIGHT
006710             MOVE 'BALANCED' TO CHECK-RESULT-OUT
006720         ELSE
006730             MOVE 'OUT OF BALANCE' TO CHECK-RESULT-OUT
006740             ADD 1 TO OUT-OF-BALANCE-COUNT
006750         END-IF
006760     END-IF.
006770     MOVE CHECK-DETAIL-LINE TO WS-DETAIL-LINE.
006780     PERFORM WRITE-DETAIL-LINE.
006790     MOVE 'NO ' TO WS-CHECK-MISSING-SWITCH.
006800
006810 PRINT-BALANCING-RESULT.
006820     IF WS-LINE-COUNT + 9 > WS-LINES-PER-PAGE
006830         PERFORM WRITE-PAGE-HEADER
006840     END-IF.
006850     MOVE HEADER-BLANK-LINE TO PRINT-LINE.
006860     WRITE PRINT-LINE.
006870     MOVE ENTRIES-READ-COUNT TO COUNT-OUT.
006880     MOVE 'Control total entries read' TO COUNT-TEXT-OUT.
006890     PERFORM WRITE-COUNT-LINE.
006900     MOVE SUPERSEDED-COUNT TO COUNT-OUT.
006910     MOVE 'Entries superseded by a rerun' TO COUNT-TEXT-OUT.
006920     PERFORM WRITE-COUNT-LINE.
006930     MOVE OVERFLOW-COUNT TO COUNT-OUT.
006940     MOVE 'Entries or schools beyond table size'
006950         TO COUNT-TEXT-OUT.
006960     PERFORM WRITE-COUNT-LINE.
006970     MOVE CHECKS-MADE-COUNT TO COUNT-OUT.
006980     MOVE 'Balancing checks made' TO COUNT-TEXT-OUT.
006990     PERFORM WRITE-COUNT-LINE.
007000     MOVE OUT-OF-BALANCE-COUNT TO COUNT-OUT.
007010     MOVE 'Checks out of balance or not recorded'
007020         TO COUNT-TEXT-OUT.
007030     PERFORM WRITE-COUNT-LINE.
007040     MOVE HEADER-BLANK-LINE TO PRINT-LINE.
007050     WRITE PRINT-LINE.
007060     IF OUT-OF-BALANCE-COUNT = ZERO
007070         AND OVERFLOW-COUNT = ZERO
007080         MOVE BALANCED-LINE TO PRINT-LINE
007090         WRITE PRINT-LINE
007100     ELSE
007110         MOVE OUT-OF-BALANCE-LINE TO PRINT-LINE
007120         WRITE PRINT-LINE
007130         DISPLAY 'STUDJOB CONTROL TOTALS OUT OF BALANCE - '
007140             'ARCHIVE HELD'
007150         MOVE 16 TO RETURN-CODE
007160     END-IF.
007170     ADD 8 TO WS-LINE-COUNT.
007180
007190 WRITE-COUNT-LINE.
007200     MOVE COUNT-LINE TO PRINT-LINE.
007210     WRITE PRINT-LINE.
007220
007230 WRITE-SECTION-HEADING.
007240     IF WS-LINE-COUNT + 4 > WS-LINES-PER-PAGE
007250         PERFORM WRITE-PAGE-HEADER
007260     ELSE
007270         MOVE HEADER-BLANK-LINE TO PRINT-LINE
007280         WRITE PRINT-LINE
007290         ADD 1 TO WS-LINE-COUNT
007300     END-IF.
007310     MOVE SECTION-TITLE-LINE TO PRINT-LINE.
007320     WRITE PRINT-LINE.
007330     MOVE WS-COLUMN-HEADING TO PRINT-LINE.
007340     WRITE PRINT-LINE.
007350     ADD 2 TO WS-LINE-COUNT.
007360
007370 WRITE-DETAIL-LINE.
007380     IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
007390         PERFORM WRITE-PAGE-HEADER
007400         MOVE WS-COLUMN-HEADING TO PRINT-LINE
007410         WRITE PRINT-LINE
007420         ADD 1 TO WS-LINE-COUNT
007430     END-IF.
007440     MOVE WS-DETAIL-LINE TO PRINT-LINE.
007450     WRITE PRINT-LINE.
007460     ADD 1 TO WS-LINE-COUNT.
007470
007480 WRITE-PAGE-HEADER.
007490     ADD 1 TO WS-PAGE-NUMBER.
007500     MOVE ZERO TO WS-LINE-COUNT.
007510     MOVE WS-FORMATTED-DATE TO HEADER-RUN-DATE-OUT.
007520     MOVE WS-PAGE-NUMBER TO HEADER-PAGE-NUM-OUT.
007530     MOVE HEADER-LINE-1 TO PRINT-LINE.
007540     WRITE PRINT-LINE.
007550     MOVE HEADER-LINE-2 TO PRINT-LINE.
007560     WRITE PRINT-LINE.
007570     MOVE HEADER-BLANK-LINE TO PRINT-LINE.
007580     WRITE PRINT-LINE.
007590
007600 FORMAT-RUN-DATE.
007610     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
007620     STRING WS-CURRENT-DATE(1:4) '-' WS-CURRENT-DATE(5:2) '-'
007630         WS-CURRENT-DATE(7:2) DELIMITED BY SIZE
007640         INTO WS-FORMATTED-DATE.
