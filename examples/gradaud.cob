000001* Purpose:        Graduation credit-requirements audit.
000002*
000003* Totals the credits every active grade-11 and grade-12
000004* student has earned, by subject area, from the cumulative
000005* grade history GRDPOST retains, and compares them with the
000006* district's graduation requirements, so a counselor learns in
000007* the junior year - not in May of the senior year - that a
000008* student is short a required English or math credit.  Only
000009* passing grades (A through D) earn credit; an F row counts
000010* toward nothing.  A course's subject area is the department
000011* the course catalog (CRSMAINT) carries for it; passing credits
000012* for a course not on the catalog still count toward the total
000013* requirement but toward no subject, and are counted on the
000014* totals page so the catalog can be caught up.
000015*
000016* The requirements table is maintained by the counseling
000017* office as a card file: one card per subject area with the
000018* credits needed, plus a TOTL card for the total credits
000019* needed to graduate.  Every student short in any subject or
000020* in total prints on a per-school deficiency report, grouped
000021* by school with a new page for each and ordered by grade and
000022* name, with one line per shortfall showing the credits
000023* required, earned and still needed.  The same shortfalls are
000024* written to a pipe-delimited extract the counselors work from.
000025*
000026* STUDMAIN PARM='PROMOTE' reads the extract and will not
000027* graduate a senior it lists, so this audit runs on the day of
000028* the year-end sweep - the sweep refuses an extract dated any
000029* other day; a credit earned since (summer school, a change of
000030* grade) is picked up by running the audit again first.
000031*
000032* The student master is read in key order and the grade
000033* history, sorted here by student ID, is matched against it in
000034* one pass; the shortfalls are collected on a work file and
000035* sorted by school, grade and name for printing.
000036*
000037* Requirements card layout (GRADREQ, 80 bytes; cards with '*'
000038* in column 1 and blank cards are ignored):
000039*   1-4    subject area (the department code on the course
000040*          catalog), or TOTL for the total credits required
000041*   5-7    credits required, 99V9 form (040 = 4.0)
000042*   8-27   subject description for the report
000043*
000044* Extract layout (GRADEXT, 60 bytes, pipe-delimited): a run
000045* record (GRADAUD RUN|YYYY-MM-DD), a column-name header, then
000046* school, ID, name, grade, subject, required, earned, short.
000047*
000048* DD names: STUDMAST (student master), GRDHIST (grade
000049* history), CRSCAT (course catalog), GRADREQ (requirements),
000050* HISTSORT, DEFWORK and DEFSORT (work files), SORTWORK and
000051* DEFSRTWK (sort work), GRADEXT (extract), SYSOUT (report).
000052
000060 IDENTIFICATION DIVISION.
000061 PROGRAM-ID.       GRADAUD.
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
000150     SELECT GRADE-HISTORY-FILE ASSIGN TO "GRDHIST"
000160         ORGANIZATION IS LINE SEQUENTIAL
000170         FILE STATUS IS WS-GHIST-STATUS.
000180     SELECT SORT-WORK-FILE   ASSIGN TO "SORTWORK".
000190     SELECT SORTED-HISTORY-FILE ASSIGN TO "HISTSORT"
000200         ORGANIZATION IS LINE SEQUENTIAL.
000210     SELECT COURSE-CATALOG-FILE ASSIGN TO "CRSCAT"
000220         ORGANIZATION IS INDEXED
000230         ACCESS MODE IS DYNAMIC
000240         RECORD KEY IS CATALOG-COURSE-CODE
000250         FILE STATUS IS WS-CATALOG-STATUS.
000260     SELECT REQUIREMENT-FILE ASSIGN TO "GRADREQ"
000270         ORGANIZATION IS LINE SEQUENTIAL
000280         FILE STATUS IS WS-GRADREQ-STATUS.
000290     SELECT DEFICIENCY-WORK-FILE ASSIGN TO "DEFWORK"
000300         ORGANIZATION IS LINE SEQUENTIAL.
000310     SELECT DEFICIENCY-SORT-FILE ASSIGN TO "DEFSRTWK".
000320     SELECT SORTED-DEFICIENCY-FILE ASSIGN TO "DEFSORT"
000330         ORGANIZATION IS LINE SEQUENTIAL.
000340     SELECT AUDIT-EXTRACT-FILE ASSIGN TO "GRADEXT"
000350         ORGANIZATION IS LINE SEQUENTIAL.
000360     SELECT PRINT-FILE       ASSIGN TO SYSOUT
000370         ORGANIZATION IS LINE SEQUENTIAL.
000380
000390 DATA DIVISION.
000400 FILE SECTION.
000410 FD  STUDENT-MASTER-FILE
000420     RECORD CONTAINS 43 CHARACTERS
000430     DATA RECORD IS MASTER-STUDENT-RECORD.
000440 01  MASTER-STUDENT-RECORD.
000450     05  MASTER-STUDENT-ID   PIC X(9).
000460     05  MASTER-STUDENT-NAME PIC X(20).
000470     05  MASTER-GRADE-LEVEL  PIC X(2).
000480         88  MASTER-UPPER-CLASS VALUES '11' '12'.
000490     05  MASTER-GPA          PIC 9V99.
000500     05  MASTER-SCHOOL-CODE  PIC X(3).
000510     05  MASTER-ENROLL-STATUS PIC X.
000520         88  MASTER-IS-ACTIVE VALUES SPACE 'A'.
000530     05  MASTER-STATUS-REASON PIC X.
000540     05  MASTER-STATUS-DATE  PIC X(4).
000550
000560 FD  GRADE-HISTORY-FILE
000570     RECORD CONTAINS 36 CHARACTERS
000580     DATA RECORD IS GRADE-HISTORY-RECORD.
000590 01  GRADE-HISTORY-RECORD    PIC X(36).
000600
000610 SD  SORT-WORK-FILE
000620     RECORD CONTAINS 36 CHARACTERS.
000630 01  SORT-RECORD.
000640     05  SORT-STUDENT-ID     PIC X(9).
000650     05  FILLER              PIC X(27).
000660
000670 FD  SORTED-HISTORY-FILE
000680     RECORD CONTAINS 36 CHARACTERS
000690     DATA RECORD IS SORTED-HISTORY-RECORD.
000700 01  SORTED-HISTORY-RECORD.
000710     05  SHIST-STUDENT-ID    PIC X(9).
000720     05  SHIST-TERM          PIC X(5).
000730     05  SHIST-COURSE-CODE   PIC X(8).
000740     05  SHIST-CREDIT-HOURS  PIC 9V9.
000750     05  SHIST-LETTER        PIC X.
000760         88  SHIST-PASSING   VALUES 'A' 'B' 'C' 'D'.
000770     05  SHIST-DELIM         PIC X.
000780     05  SHIST-POST-DATE     PIC X(10).
000790
000800 FD  COURSE-CATALOG-FILE
000810     RECORD CONTAINS 40 CHARACTERS
000820     DATA RECORD IS COURSE-CATALOG-RECORD.
000830 01  COURSE-CATALOG-RECORD.
000840     05  CATALOG-COURSE-CODE PIC X(8).
000850     05  CATALOG-TITLE       PIC X(25).
000860     05  CATALOG-DEPARTMENT  PIC X(4).
000870     05  CATALOG-CREDIT-HOURS PIC 9V9.
000880     05  CATALOG-STATUS      PIC X.
000890
000900 FD  REQUIREMENT-FILE
000910     RECORD CONTAINS 80 CHARACTERS
000920     DATA RECORD IS REQUIREMENT-CARD.
000930 01  REQUIREMENT-CARD.
000940     05  RCARD-SUBJECT       PIC X(4).
000950     05  RCARD-CREDITS       PIC 99V9.
000960     05  RCARD-DESCRIPTION   PIC X(20).
000970     05  FILLER              PIC X(53).
000980
000990* One work record per shortfall: the sort keys come first,
001000* and DEF-SEQ (the requirement's position on the card file,
001010* 99 for the total) keeps each student's lines in the
001020* counseling office's own order.
001030
001040 FD  DEFICIENCY-WORK-FILE
001050     RECORD CONTAINS 49 CHARACTERS
001060     DATA RECORD IS DEFICIENCY-WORK-RECORD.
001070 01  DEFICIENCY-WORK-RECORD  PIC X(49).
001080
001090 SD  DEFICIENCY-SORT-FILE
001100     RECORD CONTAINS 49 CHARACTERS.
001110 01  DEFICIENCY-SORT-RECORD.
001120     05  DSORT-SCHOOL-CODE   PIC X(3).
001130     05  DSORT-GRADE-LEVEL   PIC X(2).
001140     05  DSORT-STUDENT-NAME  PIC X(20).
001150     05  DSORT-STUDENT-ID    PIC X(9).
001160     05  DSORT-SEQ           PIC 9(2).
001170     05  FILLER              PIC X(13).
001180
001190 FD  SORTED-DEFICIENCY-FILE
001200     RECORD CONTAINS 49 CHARACTERS
001210     DATA RECORD IS DEFICIENCY-RECORD.
001220 01  DEFICIENCY-RECORD.
001230     05  DEF-SCHOOL-CODE     PIC X(3).
001240     05  DEF-GRADE-LEVEL     PIC X(2).
001250     05  DEF-STUDENT-NAME    PIC X(20).
001260     05  DEF-STUDENT-ID      PIC X(9).
001270     05  DEF-SEQ             PIC 9(2).
001280     05  DEF-SUBJECT         PIC X(4).
001290     05  DEF-REQUIRED        PIC 99V9.
001300     05  DEF-EARNED          PIC 99V9.
001310     05  DEF-SHORT           PIC 99V9.
001320
001330 FD  AUDIT-EXTRACT-FILE
001340     RECORD CONTAINS 60 CHARACTERS
001350     DATA RECORD IS AUDIT-EXTRACT-RECORD.
001360 01  AUDIT-EXTRACT-RECORD.
001370     05  AUDX-SCHOOL-CODE    PIC X(3).
001380     05  AUDX-DELIM-1        PIC X.
001390     05  AUDX-STUDENT-ID     PIC X(9).
001400     05  AUDX-DELIM-2        PIC X.
001410     05  AUDX-STUDENT-NAME   PIC X(20).
001420     05  AUDX-DELIM-3        PIC X.
001430     05  AUDX-GRADE-LEVEL    PIC X(2).
001440     05  AUDX-DELIM-4        PIC X.
001450     05  AUDX-SUBJECT        PIC X(4).
001460     05  AUDX-DELIM-5        PIC X.
001470     05  AUDX-REQUIRED       PIC Z9.9.
001480     05  AUDX-DELIM-6        PIC X.
001490     05  AUDX-EARNED         PIC Z9.9.
001500     05  AUDX-DELIM-7        PIC X.
001510     05  AUDX-SHORT          PIC Z9.9.
001520     05  FILLER              PIC X(3).
001530 01  AUDIT-EXTRACT-HEADER    PIC X(60).
001531 01  AUDIT-EXTRACT-RUN-HEADER.
001532     05  AUDH-RECORD-ID      PIC X(11).
001533     05  AUDH-DELIM          PIC X.
001534     05  AUDH-RUN-DATE       PIC X(10).
001535     05  FILLER              PIC X(38).
001540
001550 FD  PRINT-FILE
001560     RECORD CONTAINS 80 CHARACTERS
001570     DATA RECORD IS PRINT-LINE.
001580 01  PRINT-LINE              PIC X(80).
001590
001600 WORKING-STORAGE SECTION.
001610 01  WS-MASTER-STATUS        PIC X(2)      VALUE SPACES.
001620 01  WS-GHIST-STATUS         PIC X(2)      VALUE SPACES.
001630 01  WS-CATALOG-STATUS       PIC X(2)      VALUE SPACES.
001640 01  WS-GRADREQ-STATUS       PIC X(2)      VALUE SPACES.
001650 01  WS-HISTORY-FILE-SWITCH  PIC X(3)      VALUE 'YES'.
001660     88  HISTORY-PRESENT     VALUE 'YES'.
001670 01  DATA-REMAINS-SWITCH     PIC X(2)      VALUE SPACES.
001680 01  CARD-REMAINS-SWITCH     PIC X(2)      VALUE SPACES.
001690 01  WS-FIRST-RECORD-SWITCH  PIC X(3)      VALUE 'YES'.
001700     88  FIRST-RECORD        VALUE 'YES'.
001710 01  WS-STUDENT-SHORT-SWITCH PIC X(3)      VALUE 'NO '.
001720     88  STUDENT-SHORT       VALUE 'YES'.
001730 01  WS-HISTORY-KEY          PIC X(9)      VALUE SPACES.
001740 01  WS-CURRENT-SCHOOL-CODE  PIC X(3)      VALUE SPACES.
001750 01  WS-CURRENT-STUDENT-ID   PIC X(9)      VALUE SPACES.
001760 01  MASTERS-READ-COUNT      PIC 9(7)      VALUE ZERO.
001770 01  STUDENTS-AUDITED-COUNT  PIC 9(7)      VALUE ZERO.
001780 01  STUDENTS-SHORT-COUNT    PIC 9(7)      VALUE ZERO.
001790 01  STUDENTS-ON-TRACK-COUNT PIC 9(7)      VALUE ZERO.
001800 01  HISTORY-READ-COUNT      PIC 9(7)      VALUE ZERO.
001810 01  NOT-ON-CATALOG-COUNT    PIC 9(7)      VALUE ZERO.
001820 01  SHORTFALLS-WRITTEN      PIC 9(7)      VALUE ZERO.
001830 01  WS-SCHOOL-SHORT-COUNT   PIC 9(7)      VALUE ZERO.
001840 01  WS-CARD-ERROR-COUNT     PIC 9(4)      VALUE ZERO.
001850 01  WS-REQUIREMENT-COUNT    PIC 9(3)      VALUE ZERO.
001860 01  WS-REQUIREMENT-SUB      PIC 9(3)      VALUE ZERO.
001870 01  WS-TOTAL-REQUIRED       PIC 99V9      VALUE ZERO.
001880 01  WS-TOTAL-EARNED         PIC 999V9     VALUE ZERO.
001890 01  WS-SHORT-CREDITS        PIC 99V9      VALUE ZERO.
001900 01  WS-CURRENT-DATE         PIC 9(8)      VALUE ZERO.
001910 01  WS-FORMATTED-DATE       PIC X(10)     VALUE SPACES.
001920 01  WS-LINE-COUNT           PIC 9(4)      VALUE ZERO.
001930 01  WS-LINES-PER-PAGE       PIC 9(4)      VALUE 20.
001940 01  WS-PAGE-NUMBER          PIC 9(4)      VALUE ZERO.
001950
001960* The counseling office's requirements, one entry per subject
001970* card in card order; REQ-EARNED accumulates the student now
001980* being audited and is cleared for each student.
001990
002000 01  REQUIREMENT-TABLE.
002010     05  REQUIREMENT-ENTRY   OCCURS 20 TIMES.
002020         10  REQ-SUBJECT     PIC X(4).
002030         10  REQ-CREDITS     PIC 99V9.
002040         10  REQ-DESCRIPTION PIC X(20).
002050         10  REQ-EARNED      PIC 999V9.
002060
002070 01  WORK-DEFICIENCY-RECORD.
002080     05  WORK-SCHOOL-CODE    PIC X(3).
002090     05  WORK-GRADE-LEVEL    PIC X(2).
002100     05  WORK-STUDENT-NAME   PIC X(20).
002110     05  WORK-STUDENT-ID     PIC X(9).
002120     05  WORK-SEQ            PIC 9(2).
002130     05  WORK-SUBJECT        PIC X(4).
002140     05  WORK-REQUIRED       PIC 99V9.
002150     05  WORK-EARNED         PIC 99V9.
002160     05  WORK-SHORT          PIC 99V9.
002170
002180 01  HEADER-LINE-1.
002190     05  FILLER              PIC X(22)     VALUE SPACES.
002200     05  FILLER              PIC X(36)
002210         VALUE  'GRADUATION CREDIT DEFICIENCY REPORT'.
002220     05  FILLER              PIC X(22)     VALUE SPACES.
002230
002240 01  HEADER-LINE-2.
002250     05  FILLER              PIC X(7)      VALUE SPACES.
002260     05  FILLER              PIC X(9)      VALUE 'RUN DATE:'.
002270     05  HEADER-RUN-DATE-OUT PIC X(10).
002280     05  FILLER              PIC X(5)      VALUE SPACES.
002290     05  FILLER              PIC X(6)      VALUE 'PAGE: '.
002300     05  HEADER-PAGE-NUM-OUT PIC ZZZ9.
002310     05  FILLER              PIC X(39)     VALUE SPACES.
002320
002330 01  HEADER-BLANK-LINE       PIC X(80)     VALUE SPACES.
002340
002350 01  HEADER-LINE-3.
002360     05  FILLER              PIC X(7)      VALUE SPACES.
002370     05  FILLER              PIC X(8)      VALUE 'SCHOOL: '.
002380     05  HEADER-SCHOOL-OUT   PIC X(3).
002390     05  FILLER              PIC X(62)     VALUE SPACES.
002400
002410 01  STUDENT-HEADING-LINE.
002420     05  FILLER              PIC X(2)      VALUE SPACES.
002430     05  FILLER              PIC X(8)      VALUE 'STUDENT '.
002440     05  AUD-ID-OUT          PIC X(9).
002450     05  FILLER              PIC X(2)      VALUE SPACES.
002460     05  AUD-NAME-OUT        PIC X(20).
002470     05  FILLER              PIC X(2)      VALUE SPACES.
002480     05  FILLER              PIC X(6)      VALUE 'GRADE '.
002490     05  AUD-GRADE-OUT       PIC X(2).
002500     05  FILLER              PIC X(29)     VALUE SPACES.
002510
002520 01  SHORTFALL-DETAIL-LINE.
002530     05  FILLER              PIC X(7)      VALUE SPACES.
002540     05  SHORT-SUBJECT-OUT   PIC X(4).
002550     05  FILLER              PIC X(2)      VALUE SPACES.
002560     05  SHORT-DESC-OUT      PIC X(20).
002570     05  FILLER              PIC X(2)      VALUE SPACES.
002580     05  FILLER              PIC X(9)      VALUE 'REQUIRED '.
002590     05  SHORT-REQUIRED-OUT  PIC Z9.9.
002600     05  FILLER              PIC X(9)      VALUE '  EARNED '.
002610     05  SHORT-EARNED-OUT    PIC Z9.9.
002620     05  FILLER              PIC X(8)      VALUE '  SHORT '.
002630     05  SHORT-CREDITS-OUT   PIC Z9.9.
002640     05  FILLER              PIC X(7)      VALUE SPACES.
002650
002660 01  SCHOOL-SHORT-LINE.
002670     05  FILLER              PIC X(7)      VALUE SPACES.
002680     05  SCHOOL-SHORT-OUT    PIC 9(7).
002690     05  FILLER              PIC X         VALUE SPACE.
002700     05  FILLER              PIC X(34)
002710         VALUE 'students short of requirements at'.
002720     05  FILLER              PIC X(8)      VALUE ' school '.
002730     05  SCHOOL-SHORT-CODE-OUT PIC X(3).
002740     05  FILLER              PIC X(20)     VALUE SPACES.
002750
002760 01  NO-SHORTFALL-LINE.
002770     05  FILLER              PIC X(7)      VALUE SPACES.
002780     05  FILLER              PIC X(73)
002790         VALUE 'NO STUDENT AUDITED IS SHORT OF ANY REQUIREMENT'.
002800
002810 01  NO-REQUIREMENTS-LINE.
002820     05  FILLER              PIC X(7)      VALUE SPACES.
002830     05  FILLER              PIC X(73)
002840         VALUE 'NO GRADUATION REQUIREMENTS LOADED - NO AUDIT'.
002850
002860 01  MASTERS-READ-LINE.
002870     05  FILLER              PIC X(7)      VALUE SPACES.
002880     05  MASTERS-READ-OUT    PIC 9(7).
002890     05  FILLER              PIC X         VALUE SPACE.
002900     05  FILLER              PIC X(30)
002910         VALUE  'Master records read'.
002920     05  FILLER              PIC X(35)     VALUE SPACES.
002930
002940 01  STUDENTS-AUDITED-LINE.
002950     05  FILLER              PIC X(7)      VALUE SPACES.
002960     05  STUDENTS-AUDITED-OUT PIC 9(7).
002970     05  FILLER              PIC X         VALUE SPACE.
002980     05  FILLER              PIC X(30)
002990         VALUE  'Grade 11-12 students audited'.
003000     05  FILLER              PIC X(35)     VALUE SPACES.
003010
003020 01  STUDENTS-SHORT-LINE.
003030     05  FILLER              PIC X(7)      VALUE SPACES.
003040     05  STUDENTS-SHORT-OUT  PIC 9(7).
003050     05  FILLER              PIC X         VALUE SPACE.
003060     05  FILLER              PIC X(30)
003070         VALUE  'Students short of requirements'.
003080     05  FILLER              PIC X(35)     VALUE SPACES.
003090
003100 01  STUDENTS-ON-TRACK-LINE.
003110     05  FILLER              PIC X(7)      VALUE SPACES.
003120     05  STUDENTS-ON-TRACK-OUT PIC 9(7).
003130     05  FILLER              PIC X         VALUE SPACE.
003140     05  FILLER              PIC X(30)
003150         VALUE  'Students meeting requirements'.
003160     05  FILLER              PIC X(35)     VALUE SPACES.
003170
003180 01  HISTORY-READ-LINE.
003190     05  FILLER              PIC X(7)      VALUE SPACES.
003200     05  HISTORY-READ-OUT    PIC 9(7).
003210     05  FILLER              PIC X         VALUE SPACE.
003220     05  FILLER              PIC X(30)
003230         VALUE  'Grade history rows read'.
003240     05  FILLER              PIC X(35)     VALUE SPACES.
003250
003260 01  NOT-ON-CATALOG-LINE.
003270     05  FILLER              PIC X(7)      VALUE SPACES.
003280     05  NOT-ON-CATALOG-OUT  PIC 9(7).
003290     05  FILLER              PIC X         VALUE SPACE.
003300     05  FILLER              PIC X(30)
003310         VALUE  'Passed rows not on catalog'.
003320     05  FILLER              PIC X(35)     VALUE SPACES.
003330
003340 01  SHORTFALLS-LINE.
003350     05  FILLER              PIC X(7)      VALUE SPACES.
003360     05  SHORTFALLS-OUT      PIC 9(7).
003370     05  FILLER              PIC X         VALUE SPACE.
003380     05  FILLER              PIC X(30)
003390         VALUE  'Shortfall records extracted'.
003400     05  FILLER              PIC X(35)     VALUE SPACES.
003410
003420 01  CARD-ERROR-LINE.
003430     05  FILLER              PIC X(7)      VALUE SPACES.
003440     05  CARD-ERROR-COUNT-OUT PIC 9(4).
003450     05  FILLER              PIC X(69)
003460         VALUE ' INVALID REQUIREMENT CARDS IGNORED'.
003470
004000 PROCEDURE DIVISION.
004010
004020 PREPARE-GRADUATION-AUDIT.
004030     PERFORM FORMAT-RUN-DATE.
004040     OPEN OUTPUT PRINT-FILE.
004050     PERFORM LOAD-REQUIREMENT-CARDS.
004060     IF WS-REQUIREMENT-COUNT = ZERO
004070         AND WS-TOTAL-REQUIRED = ZERO
004080         PERFORM WRITE-PAGE-HEADER
004090         MOVE NO-REQUIREMENTS-LINE TO PRINT-LINE
004100         WRITE PRINT-LINE
004110         CLOSE PRINT-FILE
004120         MOVE 16 TO RETURN-CODE
004130         STOP RUN
004140     END-IF.
004150     OPEN INPUT STUDENT-MASTER-FILE.
004160     IF WS-MASTER-STATUS NOT = '00'
004170         DISPLAY 'MASTER OPEN FAILED - ' WS-MASTER-STATUS
004180         MOVE 16 TO RETURN-CODE
004190         STOP RUN
004200     END-IF.
004210     OPEN INPUT COURSE-CATALOG-FILE.
004220     IF WS-CATALOG-STATUS NOT = '00'
004230         DISPLAY 'CATALOG OPEN FAILED - ' WS-CATALOG-STATUS
004240         MOVE 16 TO RETURN-CODE
004250         STOP RUN
004260     END-IF.
004270     PERFORM PROBE-GRADE-HISTORY.
004280     IF HISTORY-PRESENT
004290         PERFORM SORT-GRADE-HISTORY
004300         OPEN INPUT SORTED-HISTORY-FILE
004310     END-IF.
004320     PERFORM READ-HISTORY-ROW.
004330     OPEN OUTPUT DEFICIENCY-WORK-FILE.
004340     READ STUDENT-MASTER-FILE NEXT RECORD
004350         AT END MOVE 'NO' TO DATA-REMAINS-SWITCH
004360     END-READ.
004370     PERFORM AUDIT-MASTER-RECORD
004380         UNTIL DATA-REMAINS-SWITCH = 'NO'.
004390     CLOSE STUDENT-MASTER-FILE
004400           COURSE-CATALOG-FILE
004410           DEFICIENCY-WORK-FILE.
004420     IF HISTORY-PRESENT
004430         CLOSE SORTED-HISTORY-FILE
004440     END-IF.
004450     PERFORM SORT-DEFICIENCIES.
004460     PERFORM PRINT-DEFICIENCY-REPORT.
004470     PERFORM PRINT-AUDIT-TOTALS.
004480     CLOSE PRINT-FILE.
004490     STOP RUN.
004500
004510 LOAD-REQUIREMENT-CARDS.
004520     OPEN INPUT REQUIREMENT-FILE.
004530     IF WS-GRADREQ-STATUS = '35'
004540         MOVE 'NO' TO CARD-REMAINS-SWITCH
004550     ELSE
004560         READ REQUIREMENT-FILE
004570             AT END MOVE 'NO' TO CARD-REMAINS-SWITCH
004580         END-READ
004590     END-IF.
004600     PERFORM APPLY-REQUIREMENT-CARD
004610         UNTIL CARD-REMAINS-SWITCH = 'NO'.
004620     IF WS-GRADREQ-STATUS NOT = '35'
004630         CLOSE REQUIREMENT-FILE
004640     END-IF.
004650
004660 APPLY-REQUIREMENT-CARD.
004670     IF REQUIREMENT-CARD = SPACES
004680         OR RCARD-SUBJECT(1:1) = '*'
004690         CONTINUE
004700     ELSE
004710         PERFORM EDIT-REQUIREMENT-CARD
004720     END-IF.
004730     READ REQUIREMENT-FILE
004740         AT END MOVE 'NO' TO CARD-REMAINS-SWITCH
004750     END-READ.
004760
004770* A subject card needs a subject code and numeric credits and
004780* is refused past the twentieth subject; the TOTL card sets
004790* the total requirement.  Refused cards are counted and the
004800* count printed, as on the other card-driven runs.
004810
004820 EDIT-REQUIREMENT-CARD.
004830     IF RCARD-SUBJECT = SPACES
004840         OR RCARD-CREDITS IS NOT NUMERIC
004850         ADD 1 TO WS-CARD-ERROR-COUNT
004860     ELSE
004870         IF RCARD-SUBJECT = 'TOTL'
004880             MOVE RCARD-CREDITS TO WS-TOTAL-REQUIRED
004890         ELSE
004900             IF WS-REQUIREMENT-COUNT >= 20
004910                 ADD 1 TO WS-CARD-ERROR-COUNT
004920             ELSE
004930                 ADD 1 TO WS-REQUIREMENT-COUNT
004940                 MOVE RCARD-SUBJECT TO
004950                     REQ-SUBJECT(WS-REQUIREMENT-COUNT)
004960                 MOVE RCARD-CREDITS TO
004970                     REQ-CREDITS(WS-REQUIREMENT-COUNT)
004980                 MOVE RCARD-DESCRIPTION TO
004990                     REQ-DESCRIPTION(WS-REQUIREMENT-COUNT)
005000             END-IF
005010         END-IF
005020     END-IF.
005030
005040* GRDPOST has not necessarily ever run, so the history dataset
005050* is probed before the sort, as TRNSCRPT does: a missing file
005060* skips the sort and every student audits with no credits.
005070
005080 PROBE-GRADE-HISTORY.
005090     OPEN INPUT GRADE-HISTORY-FILE.
005100     IF WS-GHIST-STATUS = '35'
005110         MOVE 'NO ' TO WS-HISTORY-FILE-SWITCH
005120     ELSE
005130         CLOSE GRADE-HISTORY-FILE
005140     END-IF.
005150
005160 SORT-GRADE-HISTORY.
005170     SORT SORT-WORK-FILE
005180         ON ASCENDING KEY SORT-STUDENT-ID
005190         USING GRADE-HISTORY-FILE
005200         GIVING SORTED-HISTORY-FILE.
005210
005220* WS-HISTORY-KEY carries the student ID of the history row in
005230* hand, or HIGH-VALUES once the history is exhausted, so the
005240* match against the master never runs off the end.
005250
005260 READ-HISTORY-ROW.
005270     IF HISTORY-PRESENT
005280         READ SORTED-HISTORY-FILE
005290             AT END MOVE HIGH-VALUES TO WS-HISTORY-KEY
005300             NOT AT END
005310                 MOVE SHIST-STUDENT-ID TO WS-HISTORY-KEY
005320                 ADD 1 TO HISTORY-READ-COUNT
005330         END-READ
005340     ELSE
005350         MOVE HIGH-VALUES TO WS-HISTORY-KEY
005360     END-IF.
005370
005380 AUDIT-MASTER-RECORD.
005390     ADD 1 TO MASTERS-READ-COUNT.
005400     IF MASTER-IS-ACTIVE AND MASTER-UPPER-CLASS
005410         ADD 1 TO STUDENTS-AUDITED-COUNT
005420         MOVE ZERO TO WS-TOTAL-EARNED
005430         MOVE 1 TO WS-REQUIREMENT-SUB
005440         PERFORM CLEAR-EARNED-CREDITS WS-REQUIREMENT-COUNT TIMES
005450         PERFORM READ-HISTORY-ROW
005460             UNTIL WS-HISTORY-KEY NOT < MASTER-STUDENT-ID
005470         PERFORM ACCUMULATE-HISTORY-ROW
005480             UNTIL WS-HISTORY-KEY NOT = MASTER-STUDENT-ID
005490         PERFORM COMPARE-REQUIREMENTS
005500     END-IF.
005510     READ STUDENT-MASTER-FILE NEXT RECORD
005520         AT END MOVE 'NO' TO DATA-REMAINS-SWITCH
005530     END-READ.
005540
005550 CLEAR-EARNED-CREDITS.
005560     MOVE ZERO TO REQ-EARNED(WS-REQUIREMENT-SUB).
005570     ADD 1 TO WS-REQUIREMENT-SUB.
005580
005590* A passing row's credits count toward the total and toward
005600* the subject area its catalog department names.
005610
005620 ACCUMULATE-HISTORY-ROW.
005630     IF SHIST-PASSING
005640         ADD SHIST-CREDIT-HOURS TO WS-TOTAL-EARNED
005650         MOVE SHIST-COURSE-CODE TO CATALOG-COURSE-CODE
005660         READ COURSE-CATALOG-FILE
005670             INVALID KEY
005680                 ADD 1 TO NOT-ON-CATALOG-COUNT
005690             NOT INVALID KEY
005700                 MOVE 1 TO WS-REQUIREMENT-SUB
005710                 PERFORM CREDIT-SUBJECT-AREA
005720                     WS-REQUIREMENT-COUNT TIMES
005730         END-READ
005740     END-IF.
005750     PERFORM READ-HISTORY-ROW.
005760
005770 CREDIT-SUBJECT-AREA.
005780     IF REQ-SUBJECT(WS-REQUIREMENT-SUB) = CATALOG-DEPARTMENT
005790         ADD SHIST-CREDIT-HOURS TO
005800             REQ-EARNED(WS-REQUIREMENT-SUB)
005810     END-IF.
005820     ADD 1 TO WS-REQUIREMENT-SUB.
005830
005840 COMPARE-REQUIREMENTS.
005850     MOVE 'NO ' TO WS-STUDENT-SHORT-SWITCH.
005860     MOVE 1 TO WS-REQUIREMENT-SUB.
005870     PERFORM COMPARE-SUBJECT-AREA WS-REQUIREMENT-COUNT TIMES.
005880     IF WS-TOTAL-EARNED < WS-TOTAL-REQUIRED
005890         COMPUTE WS-SHORT-CREDITS =
005900             WS-TOTAL-REQUIRED - WS-TOTAL-EARNED
005910         MOVE 99 TO WORK-SEQ
005920         MOVE 'TOTL' TO WORK-SUBJECT
005930         MOVE WS-TOTAL-REQUIRED TO WORK-REQUIRED
005940         MOVE WS-TOTAL-EARNED TO WORK-EARNED
005950         PERFORM WRITE-DEFICIENCY-WORK
005960     END-IF.
005970     IF STUDENT-SHORT
005980         ADD 1 TO STUDENTS-SHORT-COUNT
005990     ELSE
006000         ADD 1 TO STUDENTS-ON-TRACK-COUNT
006010     END-IF.
006020
006030 COMPARE-SUBJECT-AREA.
006040     IF REQ-EARNED(WS-REQUIREMENT-SUB) <
006050         REQ-CREDITS(WS-REQUIREMENT-SUB)
006060         COMPUTE WS-SHORT-CREDITS =
006070             REQ-CREDITS(WS-REQUIREMENT-SUB)
006080             - REQ-EARNED(WS-REQUIREMENT-SUB)
006090         MOVE WS-REQUIREMENT-SUB TO WORK-SEQ
006100         MOVE REQ-SUBJECT(WS-REQUIREMENT-SUB) TO WORK-SUBJECT
006110         MOVE REQ-CREDITS(WS-REQUIREMENT-SUB) TO WORK-REQUIRED
006120         MOVE REQ-EARNED(WS-REQUIREMENT-SUB) TO WORK-EARNED
006130         PERFORM WRITE-DEFICIENCY-WORK
006140     END-IF.
006150     ADD 1 TO WS-REQUIREMENT-SUB.
006160
006170 WRITE-DEFICIENCY-WORK.
006180     MOVE 'YES' TO WS-STUDENT-SHORT-SWITCH.
006190     MOVE MASTER-SCHOOL-CODE TO WORK-SCHOOL-CODE.
006200     MOVE MASTER-GRADE-LEVEL TO WORK-GRADE-LEVEL.
006210     MOVE MASTER-STUDENT-NAME TO WORK-STUDENT-NAME.
006220     MOVE MASTER-STUDENT-ID TO WORK-STUDENT-ID.
006230     MOVE WS-SHORT-CREDITS TO WORK-SHORT.
006240     MOVE WORK-DEFICIENCY-RECORD TO DEFICIENCY-WORK-RECORD.
006250     WRITE DEFICIENCY-WORK-RECORD.
006260
006270 SORT-DEFICIENCIES.
006280     SORT DEFICIENCY-SORT-FILE
006290         ON ASCENDING KEY DSORT-SCHOOL-CODE
006300         ON ASCENDING KEY DSORT-GRADE-LEVEL
006310         ON ASCENDING KEY DSORT-STUDENT-NAME
006320         ON ASCENDING KEY DSORT-STUDENT-ID
006330         ON ASCENDING KEY DSORT-SEQ
006340         USING DEFICIENCY-WORK-FILE
006350         GIVING SORTED-DEFICIENCY-FILE.
006360
006370* The sorted shortfalls print with a new page at each school
006380* and a heading line at each student, and each one is written
006390* to the counselors' extract as it prints.
006400
006410 PRINT-DEFICIENCY-REPORT.
006420     OPEN INPUT SORTED-DEFICIENCY-FILE.
006430     OPEN OUTPUT AUDIT-EXTRACT-FILE.
006431     MOVE SPACES TO AUDIT-EXTRACT-RUN-HEADER.
006432     MOVE 'GRADAUD RUN' TO AUDH-RECORD-ID.
006433     MOVE '|' TO AUDH-DELIM.
006434     MOVE WS-FORMATTED-DATE TO AUDH-RUN-DATE.
006435     WRITE AUDIT-EXTRACT-RUN-HEADER.
006440     MOVE 'SCHOOL|STUDENT_ID|NAME|GRADE|SUBJECT|REQUIRED|EARNED|SH
006450-    'ORT' TO AUDIT-EXTRACT-HEADER.
006460     WRITE AUDIT-EXTRACT-HEADER.
006470     MOVE SPACES TO DATA-REMAINS-SWITCH.
006480     READ SORTED-DEFICIENCY-FILE
006490         AT END MOVE 'NO' TO DATA-REMAINS-SWITCH
006500     END-READ.
006510     IF DATA-REMAINS-SWITCH = 'NO'
006520         PERFORM WRITE-PAGE-HEADER
006530         MOVE NO-SHORTFALL-LINE TO PRINT-LINE
006540         WRITE PRINT-LINE
006550         ADD 1 TO WS-LINE-COUNT
006560     END-IF.
006570     PERFORM PRINT-SHORTFALL
006580         UNTIL DATA-REMAINS-SWITCH = 'NO'.
006590     IF NOT FIRST-RECORD
006600         PERFORM WRITE-SCHOOL-SHORT-TOTAL
006610     END-IF.
006620     CLOSE SORTED-DEFICIENCY-FILE
006630           AUDIT-EXTRACT-FILE.
006640
006650 PRINT-SHORTFALL.
006660     IF FIRST-RECORD
006670         MOVE 'NO ' TO WS-FIRST-RECORD-SWITCH
006680         MOVE DEF-SCHOOL-CODE TO WS-CURRENT-SCHOOL-CODE
006690         PERFORM WRITE-PAGE-HEADER
006700     ELSE
006710         IF DEF-SCHOOL-CODE NOT = WS-CURRENT-SCHOOL-CODE
006720             PERFORM WRITE-SCHOOL-SHORT-TOTAL
006730             MOVE DEF-SCHOOL-CODE TO WS-CURRENT-SCHOOL-CODE
006740             MOVE SPACES TO WS-CURRENT-STUDENT-ID
006750             PERFORM WRITE-PAGE-HEADER
006760         END-IF
006770     END-IF.
006780     IF DEF-STUDENT-ID NOT = WS-CURRENT-STUDENT-ID
006790         MOVE DEF-STUDENT-ID TO WS-CURRENT-STUDENT-ID
006800         ADD 1 TO WS-SCHOOL-SHORT-COUNT
006810         PERFORM WRITE-STUDENT-HEADING
006820     END-IF.
006830     IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
006840         PERFORM WRITE-PAGE-HEADER
006850     END-IF.
006860     MOVE DEF-SUBJECT TO SHORT-SUBJECT-OUT.
006870     IF DEF-SEQ = 99
006880         MOVE 'TOTAL CREDITS' TO SHORT-DESC-OUT
006890     ELSE
006900         MOVE REQ-DESCRIPTION(DEF-SEQ) TO SHORT-DESC-OUT
006910     END-IF.
006920     MOVE DEF-REQUIRED TO SHORT-REQUIRED-OUT.
006930     MOVE DEF-EARNED TO SHORT-EARNED-OUT.
006940     MOVE DEF-SHORT TO SHORT-CREDITS-OUT.
006950     MOVE SHORTFALL-DETAIL-LINE TO PRINT-LINE.
006960     WRITE PRINT-LINE.
006970     ADD 1 TO WS-LINE-COUNT.
006980     PERFORM WRITE-AUDIT-EXTRACT.
006990     READ SORTED-DEFICIENCY-FILE
007000         AT END MOVE 'NO' TO DATA-REMAINS-SWITCH
007010     END-READ.
007020
007030 WRITE-STUDENT-HEADING.
007040     IF WS-LINE-COUNT + 1 >= WS-LINES-PER-PAGE
007050         PERFORM WRITE-PAGE-HEADER
007060     END-IF.
007070     MOVE DEF-STUDENT-ID TO AUD-ID-OUT.
007080     MOVE DEF-STUDENT-NAME TO AUD-NAME-OUT.
007090     MOVE DEF-GRADE-LEVEL TO AUD-GRADE-OUT.
007100     MOVE STUDENT-HEADING-LINE TO PRINT-LINE.
007110     WRITE PRINT-LINE.
007120     ADD 1 TO WS-LINE-COUNT.
007130
007140 WRITE-AUDIT-EXTRACT.
007150     MOVE SPACES TO AUDIT-EXTRACT-RECORD.
007160     MOVE DEF-SCHOOL-CODE TO AUDX-SCHOOL-CODE.
007170     MOVE '|' TO AUDX-DELIM-1.
007180     MOVE DEF-STUDENT-ID TO AUDX-STUDENT-ID.
007190     MOVE '|' TO AUDX-DELIM-2.
007200     MOVE DEF-STUDENT-NAME TO AUDX-STUDENT-NAME.
007210     MOVE '|' TO AUDX-DELIM-3.
007220     MOVE DEF-GRADE-LEVEL TO AUDX-GRADE-LEVEL.
007230     MOVE '|' TO AUDX-DELIM-4.
007240     MOVE DEF-SUBJECT TO AUDX-SUBJECT.
007250     MOVE '|' TO AUDX-DELIM-5.
007260     MOVE DEF-REQUIRED TO AUDX-REQUIRED.
007270     MOVE '|' TO AUDX-DELIM-6.
007280     MOVE DEF-EARNED TO AUDX-EARNED.
007290     MOVE '|' TO AUDX-DELIM-7.
007300     MOVE DEF-SHORT TO AUDX-SHORT.
007310     WRITE AUDIT-EXTRACT-RECORD.
007320     ADD 1 TO SHORTFALLS-WRITTEN.
007330
007340 WRITE-SCHOOL-SHORT-TOTAL.
007350     IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
007360         PERFORM WRITE-PAGE-HEADER
007370     END-IF.
007380     MOVE HEADER-BLANK-LINE TO PRINT-LINE.
007390     WRITE PRINT-LINE.
007400     MOVE WS-SCHOOL-SHORT-COUNT TO SCHOOL-SHORT-OUT.
007410     MOVE WS-CURRENT-SCHOOL-CODE TO SCHOOL-SHORT-CODE-OUT.
007420     MOVE SCHOOL-SHORT-LINE TO PRINT-LINE.
007430     WRITE PRINT-LINE.
007440     ADD 2 TO WS-LINE-COUNT.
007450     MOVE ZERO TO WS-SCHOOL-SHORT-COUNT.
007460
007470 PRINT-AUDIT-TOTALS.
007480     MOVE SPACES TO WS-CURRENT-SCHOOL-CODE.
007490     PERFORM WRITE-PAGE-HEADER.
007500     IF WS-CARD-ERROR-COUNT > ZERO
007510         MOVE WS-CARD-ERROR-COUNT TO CARD-ERROR-COUNT-OUT
007520         MOVE CARD-ERROR-LINE TO PRINT-LINE
007530         WRITE PRINT-LINE
007540     END-IF.
007550     MOVE MASTERS-READ-COUNT TO MASTERS-READ-OUT.
007560     MOVE MASTERS-READ-LINE TO PRINT-LINE.
007570     WRITE PRINT-LINE.
007580     MOVE STUDENTS-AUDITED-COUNT TO STUDENTS-AUDITED-OUT.
007590     MOVE STUDENTS-AUDITED-LINE TO PRINT-LINE.
007600     WRITE PRINT-LINE.
007610     MOVE STUDENTS-SHORT-COUNT TO STUDENTS-SHORT-OUT.
007620     MOVE STUDENTS-SHORT-LINE TO PRINT-LINE.
007630     WRITE PRINT-LINE.
007640     MOVE STUDENTS-ON-TRACK-COUNT TO STUDENTS-ON-TRACK-OUT.
007650     MOVE STUDENTS-ON-TRACK-LINE TO PRINT-LINE.
007660     WRITE PRINT-LINE.
007670     MOVE HISTORY-READ-COUNT TO HISTORY-READ-OUT.
007680     MOVE HISTORY-READ-LINE TO PRINT-LINE.
007690     WRITE PRINT-LINE.
007700     MOVE NOT-ON-CATALOG-COUNT TO NOT-ON-CATALOG-OUT.
007710     MOVE NOT-ON-CATALOG-LINE TO PRINT-LINE.
007720     WRITE PRINT-LINE.
007730     MOVE SHORTFALLS-WRITTEN TO SHORTFALLS-OUT.
007740     MOVE SHORTFALLS-LINE TO PRINT-LINE.
007750     WRITE PRINT-LINE.
007760
007770 WRITE-PAGE-HEADER.
007780     ADD 1 TO WS-PAGE-NUMBER.
007790     MOVE ZERO TO WS-LINE-COUNT.
007800     MOVE WS-FORMATTED-DATE TO HEADER-RUN-DATE-OUT.
007810     MOVE WS-PAGE-NUMBER TO HEADER-PAGE-NUM-OUT.
007820     MOVE HEADER-LINE-1 TO PRINT-LINE.
007830     WRITE PRINT-LINE.
007840     MOVE HEADER-LINE-2 TO PRINT-LINE.
007850     WRITE PRINT-LINE.
007860     MOVE WS-CURRENT-SCHOOL-CODE TO HEADER-SCHOOL-OUT.
007870     MOVE HEADER-LINE-3 TO PRINT-LINE.
007880     WRITE PRINT-LINE.
007890     MOVE HEADER-BLANK-LINE TO PRINT-LINE.
007900     WRITE PRINT-LINE.
007910
007920 FORMAT-RUN-DATE.
007930     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
007940     STRING WS-CURRENT-DATE(1:4) '-' WS-CURRENT-DATE(5:2) '-'
007950         WS-CURRENT-DATE(7:2) DELIMITED BY SIZE
007960         INTO WS-FORMATTED-DATE.
