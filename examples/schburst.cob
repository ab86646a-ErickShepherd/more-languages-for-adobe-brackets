000001* Purpose:        Per-school distribution of the STUDJOB outputs.
000002*
000003* Since consolidation REPORT writes every school's section of
000004* the senior roster into the one district print dataset, and
000005* EXPORT, MAILEXT and RANKEXP are each one district file, so
000006* every office receives every other building's students.  This
000007* program cuts those four outputs apart by school code.  Run
000008* with a school code as the PARM it writes that school's own
000009* copy of each: the report pages of its section (preceded by a
000010* cover page showing the run date, page count and record
000011* counts, and with the pages renumbered from 1), and the
000012* export, mailing and class-rank extracts holding only its
000013* students, each with the usual header record.  Every burst
000014* appends one entry with its counts to the distribution log.
000015*
000016* Run with PARM='BALANCE' after the last school's burst, it
000017* recounts the four district files by school and proves the
000018* pieces against them: each school's figures must equal what
000019* its burst logged and the district totals the sum of the
000020* pieces.  A school never burst, a piece whose counts differ,
000021* or an extract record that belongs to no school ends the step
000022* with RETURN-CODE 8.  Run with PARM='STEPS' it writes STUDJOB's
000023* burst steps instead: one DIST step for each code on the
000024* SCHOOLS cards (INTGAUD's layout), to the member STUDJOB
000025* includes after RANK.  A blank, invalid or repeated code ends
000026* it with RETURN-CODE 16 and the member is left as it was.
000027*
000028* The report is split on its own page headings: a page belongs
000029* to the school named on its 'SCHOOL:' heading line, and each
000030* page runs until the next heading.  The parameter echo printed
000031* before the first page and the district total and run summary
000032* printed after the last school's total stay with the district
000033* copy only.  RANKEXP carries the school code; EXPORT and
000034* MAILEXT do not, but both are written in the order of the
000035* sorted roster REPORT passes to STATS and RANK, so each
000036* extract record's school is found by reading that roster
000037* forward to the record's student ID.
000038*
000039* Bursts and the balance run append their control totals to
000040* the STUDJOB run's CTLTOTS dataset for CTLBAL: each burst the
000041* district report's seniors for its school against the lines
000042* it copied, the balance run the district's seniors against
000043* the distributed total and its out-of-balance figures.
000044*
000045* PARM: a 3-character school code, BALANCE or STEPS.
000046*
000047* Distribution log layout (BURSTLOG, 55 bytes):
000048*   1-3    school code
000049*   4-13   run date of the report burst (YYYY-MM-DD)
000050*   14-55  six 7-digit counts: report pages, records for the
000051*          school, senior records listed, export records,
000052*          mailing extract records, class-rank extract records
000053*
000054* DD names: DISTRPT, DISTEXP, DISTMAIL, DISTRANK (district
000055* files), SORTED (REPORT's sorted roster), SCHRPT, SCHEXP,
000056* SCHMAIL, SCHRANK (a burst's pieces), BURSTLOG (distribution
000057* log), CTLTOTS (control totals), SCHOOLS and DISTJCL (school
000058* cards and generated steps, STEPS only), SYSOUT (report).
000059
000060 IDENTIFICATION DIVISION.
000061 PROGRAM-ID.       SCHBURST.
000062 AUTHOR.           TEST SAM.
000063 DATE-WRITTEN.     15 October 2026.
000064
000070 ENVIRONMENT DIVISION.
000080 INPUT-OUTPUT SECTION.
000090 FILE-CONTROL.
000100     SELECT DISTRICT-REPORT-FILE ASSIGN TO "DISTRPT"
000110         ORGANIZATION IS LINE SEQUENTIAL
000120         FILE STATUS IS WS-DISTRPT-STATUS.
000130     SELECT DISTRICT-EXPORT-FILE ASSIGN TO "DISTEXP"
000140         ORGANIZATION IS LINE SEQUENTIAL
000150         FILE STATUS IS WS-DISTEXP-STATUS.
000160     SELECT DISTRICT-MAIL-FILE ASSIGN TO "DISTMAIL"
000170         ORGANIZATION IS LINE SEQUENTIAL
000180         FILE STATUS IS WS-DISTMAIL-STATUS.
000190     SELECT DISTRICT-RANK-FILE ASSIGN TO "DISTRANK"
000200         ORGANIZATION IS LINE SEQUENTIAL
000210         FILE STATUS IS WS-DISTRANK-STATUS.
000220     SELECT SORTED-STUDENT-FILE ASSIGN TO "SORTED"
000230         ORGANIZATION IS LINE SEQUENTIAL
000240         FILE STATUS IS WS-SORTED-STATUS.
000250     SELECT SCHOOL-REPORT-FILE ASSIGN TO "SCHRPT"
000260         ORGANIZATION IS LINE SEQUENTIAL.
000270     SELECT SCHOOL-EXPORT-FILE ASSIGN TO "SCHEXP"
000280         ORGANIZATION IS LINE SEQUENTIAL.
000290     SELECT SCHOOL-MAIL-FILE ASSIGN TO "SCHMAIL"
000300         ORGANIZATION IS LINE SEQUENTIAL.
000310     SELECT SCHOOL-RANK-FILE ASSIGN TO "SCHRANK"
000320         ORGANIZATION IS LINE SEQUENTIAL.
000330     SELECT BURST-LOG-FILE   ASSIGN TO "BURSTLOG"
000340         ORGANIZATION IS LINE SEQUENTIAL
000350         FILE STATUS IS WS-BURSTLOG-STATUS.
000360     SELECT PRINT-FILE       ASSIGN TO SYSOUT
000370         ORGANIZATION IS LINE SEQUENTIAL.
000380     SELECT CONTROL-TOTALS-FILE ASSIGN TO "CTLTOTS"
000390         ORGANIZATION IS LINE SEQUENTIAL
000400         FILE STATUS IS WS-CTLTOTS-STATUS.
000410     SELECT SCHOOL-CODE-FILE ASSIGN TO "SCHOOLS"
000420         ORGANIZATION IS LINE SEQUENTIAL
000430         FILE STATUS IS WS-SCHOOLS-STATUS.
000440     SELECT DIST-STEP-FILE   ASSIGN TO "DISTJCL"
000450         ORGANIZATION IS LINE SEQUENTIAL.
000460
000470 DATA DIVISION.
000480 FILE SECTION.
000490 FD  DISTRICT-REPORT-FILE
000500     RECORD CONTAINS 80 CHARACTERS
000510     DATA RECORD IS DISTRICT-REPORT-LINE.
000520 01  DISTRICT-REPORT-LINE.
000530     05  RPT-LEAD            PIC X(7).
000540     05  FILLER              PIC X(73).
000550 01  RPT-TITLE-VIEW.
000560     05  FILLER              PIC X(25).
000570     05  RPT-TITLE           PIC X(26).
000580     05  FILLER              PIC X(29).
000590 01  RPT-DATE-VIEW.
000600     05  FILLER              PIC X(7).
000610     05  RPT-DATE-LABEL      PIC X(9).
000620     05  RPT-RUN-DATE        PIC X(10).
000630     05  FILLER              PIC X(54).
000640 01  RPT-SCHOOL-VIEW.
000650     05  FILLER              PIC X(7).
000660     05  RPT-SCHOOL-LABEL    PIC X(8).
000670     05  RPT-SCHOOL-CODE     PIC X(3).
000680     05  FILLER              PIC X(62).
000690 01  RPT-COUNT-VIEW.
000700     05  FILLER              PIC X(7).
000710     05  RPT-COUNT-FIGURE    PIC 9(7).
000720     05  RPT-COUNT-SPACE     PIC X.
000730     05  RPT-COUNT-TEXT      PIC X(12).
000740     05  FILLER              PIC X(53).
000750 01  RPT-SCHOOL-TOTAL-VIEW.
000760     05  FILLER              PIC X(15).
000770     05  RPT-SCH-TOTAL-TEXT  PIC X(19).
000780     05  RPT-SCH-TOTAL-CODE  PIC X(3).
000790     05  FILLER              PIC X(43).
000800 01  RPT-DISTRICT-TOTAL-VIEW.
000810     05  FILLER              PIC X(15).
000820     05  RPT-DIST-TOTAL-TEXT PIC X(24).
000830     05  FILLER              PIC X(41).
000840
000850 FD  DISTRICT-EXPORT-FILE
000860     RECORD CONTAINS 38 CHARACTERS
000870     DATA RECORD IS DISTRICT-EXPORT-RECORD.
000880 01  DISTRICT-EXPORT-RECORD.
000890     05  DEXP-STUDENT-ID     PIC X(9).
000900     05  FILLER              PIC X(29).
000910
000920 FD  DISTRICT-MAIL-FILE
000930     RECORD CONTAINS 121 CHARACTERS
000940     DATA RECORD IS DISTRICT-MAIL-RECORD.
000950 01  DISTRICT-MAIL-RECORD.
000960     05  DMAIL-STUDENT-ID    PIC X(9).
000970     05  FILLER              PIC X(112).
000980
000990 FD  DISTRICT-RANK-FILE
001000     RECORD CONTAINS 51 CHARACTERS
001010     DATA RECORD IS DISTRICT-RANK-RECORD.
001020 01  DISTRICT-RANK-RECORD.
001030     05  DRANK-STUDENT-ID    PIC X(9).
001040     05  FILLER              PIC X(25).
001050     05  DRANK-SCHOOL-CODE   PIC X(3).
001060     05  FILLER              PIC X(14).
001070
001080 FD  SORTED-STUDENT-FILE
001090     RECORD CONTAINS 43 CHARACTERS
001100     DATA RECORD IS SORTED-STUDENT-RECORD.
001110 01  SORTED-STUDENT-RECORD.
001120     05  SORTED-STUDENT-ID   PIC X(9).
001130     05  FILLER              PIC X(25).
001140     05  SORTED-SCHOOL-CODE  PIC X(3).
001150     05  FILLER              PIC X(6).
001160
001170 FD  SCHOOL-REPORT-FILE
001180     RECORD CONTAINS 80 CHARACTERS
001190     DATA RECORD IS SCHOOL-REPORT-LINE.
001200 01  SCHOOL-REPORT-LINE      PIC X(80).
001210
001220 FD  SCHOOL-EXPORT-FILE
001230     RECORD CONTAINS 38 CHARACTERS
001240     DATA RECORD IS SCHOOL-EXPORT-RECORD.
001250 01  SCHOOL-EXPORT-RECORD    PIC X(38).
001260
001270 FD  SCHOOL-MAIL-FILE
001280     RECORD CONTAINS 121 CHARACTERS
001290     DATA RECORD IS SCHOOL-MAIL-RECORD.
001300 01  SCHOOL-MAIL-RECORD      PIC X(121).
001310
001320 FD  SCHOOL-RANK-FILE
001330     RECORD CONTAINS 51 CHARACTERS
001340     DATA RECORD IS SCHOOL-RANK-RECORD.
001350 01  SCHOOL-RANK-RECORD      PIC X(51).
001360
001370 FD  BURST-LOG-FILE
001380     RECORD CONTAINS 55 CHARACTERS
001390     DATA RECORD IS BURST-LOG-RECORD.
001400 01  BURST-LOG-RECORD.
001410     05  BLOG-SCHOOL-CODE    PIC X(3).
001420     05  BLOG-RUN-DATE       PIC X(10).
001430     05  BLOG-COUNT          PIC 9(7)      OCCURS 6 TIMES.
001440
001450 FD  PRINT-FILE
001460     RECORD CONTAINS 80 CHARACTERS
001470     DATA RECORD IS PRINT-LINE.
001480 01  PRINT-LINE              PIC X(80).
001490
001500 FD  CONTROL-TOTALS-FILE
001510     RECORD CONTAINS 80 CHARACTERS
001520     DATA RECORD IS CONTROL-TOTALS-RECORD.
001530 01  CONTROL-TOTALS-RECORD.
001540     05  CTL-JOB-NAME        PIC X(8).
001550     05  CTL-STEP-NAME       PIC X(8).
001560     05  CTL-FILE-NAME       PIC X(8).
001570     05  CTL-ENTRY-LEVEL     PIC X.
001580     05  CTL-SCHOOL-CODE     PIC X(3).
001590     05  CTL-RUN-DATE        PIC X(10).
001600     05  CTL-RUN-TIME        PIC X(8).
001610     05  CTL-RECORDS-IN      PIC 9(7).
001620     05  CTL-RECORDS-OUT     PIC 9(7).
001630     05  CTL-RECORDS-REJECTED PIC 9(7).
001640     05  CTL-RECORDS-EXCLUDED PIC 9(7).
001650     05  FILLER              PIC X(6).
001660
001670 FD  SCHOOL-CODE-FILE
001680     RECORD CONTAINS 80 CHARACTERS
001690     DATA RECORD IS SCHOOL-CODE-CARD.
001700 01  SCHOOL-CODE-CARD.
001710     05  SCARD-SCHOOL-CODE   PIC X(3).
001720     05  SCARD-SCHOOL-NAME   PIC X(20).
001730     05  FILLER              PIC X(57).
001740
001750 FD  DIST-STEP-FILE
001760     RECORD CONTAINS 80 CHARACTERS
001770     DATA RECORD IS DIST-STEP-LINE.
001780 01  DIST-STEP-LINE          PIC X(80).
001790 WORKING-STORAGE SECTION.
001800 01  WS-DISTRPT-STATUS       PIC X(2)      VALUE SPACES.
001810 01  WS-DISTEXP-STATUS       PIC X(2)      VALUE SPACES.
001820 01  WS-DISTMAIL-STATUS      PIC X(2)      VALUE SPACES.
001830 01  WS-DISTRANK-STATUS      PIC X(2)      VALUE SPACES.
001840 01  WS-SORTED-STATUS        PIC X(2)      VALUE SPACES.
001850 01  WS-BURSTLOG-STATUS      PIC X(2)      VALUE SPACES.
001860 01  WS-SCHOOLS-STATUS       PIC X(2)      VALUE SPACES.
001870 01  WS-BURST-PARM           PIC X(8)      VALUE SPACES.
001880 01  WS-TARGET-SCHOOL        PIC X(3)      VALUE SPACES.
001890 01  WS-RUN-MODE-SWITCH      PIC X(3)      VALUE 'NO '.
001900     88  BALANCE-RUN         VALUE 'YES'.
001910 01  WS-STEPS-MODE-SWITCH    PIC X(3)      VALUE 'NO '.
001920     88  STEPS-RUN           VALUE 'YES'.
001930 01  WS-CODE-VALID-SWITCH    PIC X(3)      VALUE 'YES'.
001940     88  CODE-VALID          VALUE 'YES'.
001950 01  WS-WRITE-PASS-SWITCH    PIC X(3)      VALUE 'NO '.
001960     88  WRITE-PASS          VALUE 'YES'.
001970 01  WS-REPORT-PART          PIC X         VALUE 'P'.
001980     88  IN-PREAMBLE         VALUE 'P'.
001990     88  IN-SCHOOL-PART      VALUE 'S'.
002000     88  IN-DISTRICT-TRAILER VALUE 'D'.
002010 01  WS-LINE-TYPE            PIC X         VALUE SPACE.
002020     88  TITLE-HEADING       VALUE 'T'.
002030     88  DATE-HEADING        VALUE 'D'.
002040     88  SCHOOL-HEADING      VALUE 'H'.
002050     88  DETAIL-ENTRY        VALUE 'E'.
002060     88  GRADE-TOTAL-ENTRY   VALUE 'G'.
002070     88  SCHOOL-TOTAL-ENTRY  VALUE 'S'.
002080     88  DISTRICT-TOTAL-ENTRY VALUE 'X'.
002090     88  BLANK-ENTRY         VALUE 'B'.
002100 01  WS-STUDENT-FOUND-SWITCH PIC X(3)      VALUE 'NO '.
002110     88  STUDENT-LOCATED     VALUE 'YES'.
002120 01  WS-SCHOOL-FOUND-SWITCH  PIC X(3)      VALUE 'NO '.
002130     88  SCHOOL-FOUND        VALUE 'YES'.
002140 01  WS-LOG-FILE-SWITCH      PIC X(3)      VALUE 'YES'.
002150     88  LOG-FILE-PRESENT    VALUE 'YES'.
002160 01  DATA-REMAINS-SWITCH     PIC X(2)      VALUE SPACES.
002170 01  SORTED-REMAINS-SWITCH   PIC X(2)      VALUE SPACES.
002180 01  CARD-REMAINS-SWITCH     PIC X(2)      VALUE SPACES.
002190 01  WS-SECTION-SCHOOL       PIC X(3)      VALUE SPACES.
002200 01  WS-RECORD-SCHOOL        PIC X(3)      VALUE SPACES.
002210 01  WS-EXTRACT-ID           PIC X(9)      VALUE SPACES.
002220 01  WS-REPORT-RUN-DATE      PIC X(10)     VALUE SPACES.
002230 01  WS-HOLD-TITLE-LINE      PIC X(80)     VALUE SPACES.
002240 01  WS-HOLD-DATE-LINE.
002250     05  FILLER              PIC X(37).
002260     05  HOLD-PAGE-NUM       PIC ZZZ9.
002270     05  FILLER              PIC X(39).
002280 01  WS-MEASURE-SUB          PIC 9(3)      VALUE ZERO.
002290 01  WS-SCHOOL-SUB           PIC 9(3)      VALUE ZERO.
002300 01  WS-CLEAR-SUB            PIC 9(3)      VALUE ZERO.
002310 01  WS-SCHOOL-COUNT         PIC 9(3)      VALUE ZERO.
002320 01  WS-TARGET-SUB           PIC 9(3)      VALUE ZERO.
002330 01  WS-CHAR-SUB             PIC 9(3)      VALUE ZERO.
002340 01  WS-STEP-COUNT           PIC 9(3)      VALUE ZERO.
002350 01  WS-CARD-ERROR-COUNT     PIC 9(7)      VALUE ZERO.
002360 01  WS-TABLE-FULL-COUNT     PIC 9(7)      VALUE ZERO.
002370 01  WS-OUT-OF-BALANCE-COUNT PIC 9(7)      VALUE ZERO.
002380 01  WS-LOG-ENTRIES-READ     PIC 9(7)      VALUE ZERO.
002390 01  WS-CURRENT-DATE         PIC 9(8)      VALUE ZERO.
002400 01  WS-FORMATTED-DATE       PIC X(10)     VALUE SPACES.
002410 01  WS-LINE-COUNT           PIC 9(4)      VALUE ZERO.
002420 01  WS-LINES-PER-PAGE       PIC 9(4)      VALUE 20.
002430 01  WS-PAGE-NUMBER          PIC 9(4)      VALUE ZERO.
002440 01  WS-CURRENT-TIME         PIC 9(8)      VALUE ZERO.
002450 01  WS-FORMATTED-TIME       PIC X(8)      VALUE SPACES.
002460 01  WS-CTLTOTS-STATUS       PIC X(2)      VALUE SPACES.
002470
002480* Counts are kept by measure: 1 report pages, 2 records for
002490* the school (the figure on its school total line), 3 senior
002500* records listed, 4 export, 5 mailing extract and 6 class-rank
002510* extract records.
002520 01  DISTRICT-FILE-TOTAL     PIC 9(7)      OCCURS 6 TIMES.
002530 01  DISTRIBUTED-TOTAL       PIC 9(7)      OCCURS 6 TIMES.
002540 01  SCHOOL-SECTION-TOTAL    PIC 9(7)      OCCURS 6 TIMES.
002550 01  UNMATCHED-COUNT         PIC 9(7)      OCCURS 6 TIMES.
002560 01  PIECE-WRITTEN-COUNT     PIC 9(7)      OCCURS 6 TIMES.
002570
002580 01  MEASURE-NAME-VALUES.
002590     05  FILLER              PIC X(20)
002600         VALUE  'REPORT PAGES'.
002610     05  FILLER              PIC X(20)
002620         VALUE  'RECORDS FOR SCHOOL'.
002630     05  FILLER              PIC X(20)
002640         VALUE  'SENIORS LISTED'.
002650     05  FILLER              PIC X(20)
002660         VALUE  'EXPORT RECORDS'.
002670     05  FILLER              PIC X(20)
002680         VALUE  'MAILEXT RECORDS'.
002690     05  FILLER              PIC X(20)
002700         VALUE  'RANKEXP RECORDS'.
002710 01  MEASURE-NAME-TABLE REDEFINES MEASURE-NAME-VALUES.
002720     05  MEASURE-NAME        PIC X(20)     OCCURS 6 TIMES.
002730
002740 01  SCHOOL-BALANCE-TABLE.
002750     05  SCHOOL-BALANCE-ENTRY OCCURS 50 TIMES.
002760         10  BAL-SCHOOL-CODE PIC X(3).
002770         10  BAL-LOGGED-SWITCH PIC X(3).
002780             88  BAL-SCHOOL-LOGGED VALUE 'YES'.
002790         10  BAL-DISTRICT-COUNT PIC 9(7)   OCCURS 6 TIMES.
002800         10  BAL-BURST-COUNT PIC 9(7)      OCCURS 6 TIMES.
002810* STEPS run: the school codes taken from the cards, in card
002820* order, one DIST step each.
002830 01  STEP-SCHOOL-TABLE.
002840     05  STEP-SCHOOL-CODE    PIC X(3)      OCCURS 50 TIMES.
002850
002860 01  STEP-EXEC-CARD.
002870     05  FILLER              PIC X(6)      VALUE '//DIST'.
002880     05  STEP-EXEC-SCHOOL    PIC X(3).
002890     05  FILLER              PIC X(17)
002900         VALUE  '  EXEC BURST,SCH='.
002910     05  STEP-EXEC-PARM      PIC X(3).
002920     05  FILLER              PIC X         VALUE ','.
002930     05  FILLER              PIC X(50)     VALUE SPACES.
002940
002950 01  STEP-COND-CARD.
002960     05  FILLER              PIC X(15)     VALUE '//'.
002970     05  FILLER              PIC X(34)
002980         VALUE  'COND=((16,LE,REPORT),(8,LE,AUDIT))'.
002990     05  FILLER              PIC X(31)     VALUE SPACES.
003000
003010 01  STEP-COMMENT-CARD.
003020     05  FILLER              PIC X(4)      VALUE '//* '.
003030     05  STEP-COMMENT-TEXT   PIC X(76).
003040
003050 01  HEADER-LINE-1.
003060     05  FILLER              PIC X(22)     VALUE SPACES.
003070     05  FILLER              PIC X(36)
003080         VALUE  'STUDJOB DISTRIBUTION CONTROL REPORT'.
003090     05  FILLER              PIC X(22)     VALUE SPACES.
003100
003110 01  BURST-TITLE-LINE.
003120     05  FILLER              PIC X(22)     VALUE SPACES.
003130     05  FILLER              PIC X(36)
003140         VALUE  'STUDJOB SCHOOL DISTRIBUTION BURST'.
003150     05  FILLER              PIC X(22)     VALUE SPACES.
003160
003170 01  STEPS-TITLE-LINE.
003180     05  FILLER              PIC X(22)     VALUE SPACES.
003190     05  FILLER              PIC X(36)
003200         VALUE  'STUDJOB SCHOOL DISTRIBUTION STEPS'.
003210     05  FILLER              PIC X(22)     VALUE SPACES.
003220
003230 01  HEADER-LINE-2.
003240     05  FILLER              PIC X(7)      VALUE SPACES.
003250     05  FILLER              PIC X(9)      VALUE 'RUN DATE:'.
003260     05  HEADER-RUN-DATE-OUT PIC X(10).
003270     05  FILLER              PIC X(5)      VALUE SPACES.
003280     05  FILLER              PIC X(6)      VALUE 'PAGE: '.
003290     05  HEADER-PAGE-NUM-OUT PIC ZZZ9.
003300     05  FILLER              PIC X(39)     VALUE SPACES.
003310
003320 01  HEADER-BLANK-LINE       PIC X(80)     VALUE SPACES.
003330
003340 01  HEADER-LINE-3.
003350     05  FILLER              PIC X(7)      VALUE SPACES.
003360     05  FILLER              PIC X(8)      VALUE 'SCHOOL: '.
003370     05  HEADER-SCHOOL-OUT   PIC X(3).
003380     05  FILLER              PIC X(62)     VALUE SPACES.
003390
003400 01  BALANCE-HEADING-LINE.
003410     05  FILLER              PIC X(2)      VALUE SPACES.
003420     05  FILLER              PIC X(8)      VALUE 'SCHOOL'.
003430     05  FILLER              PIC X(21)     VALUE 'COUNT'.
003440     05  FILLER              PIC X(11)     VALUE '   DISTRICT'.
003450     05  FILLER              PIC X(13)     VALUE '  DISTRIBUTED'.
003460     05  FILLER              PIC X(25)     VALUE '  STATUS'.
003470
003480 01  BALANCE-DETAIL-LINE.
003490     05  FILLER              PIC X(2)      VALUE SPACES.
003500     05  BAL-SCHOOL-OUT      PIC X(3).
003510     05  FILLER              PIC X(5)      VALUE SPACES.
003520     05  BAL-MEASURE-OUT     PIC X(20).
003530     05  FILLER              PIC X(3)      VALUE SPACES.
003540     05  BAL-DISTRICT-OUT    PIC Z(6)9.
003550     05  FILLER              PIC X(6)      VALUE SPACES.
003560     05  BAL-BURST-OUT       PIC Z(6)9.
003570     05  FILLER              PIC X(2)      VALUE SPACES.
003580     05  BAL-STATUS-OUT      PIC X(25).
003590
003600 01  TOTAL-HEADING-LINE.
003610     05  FILLER              PIC X(2)      VALUE SPACES.
003620     05  FILLER              PIC X(21)
003630         VALUE  'DISTRICT TOTALS'.
003640     05  FILLER              PIC X(10)     VALUE '  IN FILE'.
003650     05  FILLER              PIC X(11)     VALUE '  SECTIONS'.
003660     05  FILLER              PIC X(13)     VALUE '  DISTRIBUTED'.
003670     05  FILLER              PIC X(23)     VALUE '  STATUS'.
003680
003690 01  TOTAL-DETAIL-LINE.
003700     05  FILLER              PIC X(2)      VALUE SPACES.
003710     05  TOT-MEASURE-OUT     PIC X(20).
003720     05  FILLER              PIC X(3)      VALUE SPACES.
003730     05  TOT-FILE-OUT        PIC Z(6)9.
003740     05  FILLER              PIC X(4)      VALUE SPACES.
003750     05  TOT-SECTION-OUT     PIC Z(6)9.
003760     05  FILLER              PIC X(6)      VALUE SPACES.
003770     05  TOT-BURST-OUT       PIC Z(6)9.
003780     05  FILLER              PIC X(2)      VALUE SPACES.
003790     05  TOT-STATUS-OUT      PIC X(22).
003800
003810 01  STEPS-HEADING-LINE.
003820     05  FILLER              PIC X(2)      VALUE SPACES.
003830     05  FILLER              PIC X(8)      VALUE 'SCHOOL'.
003840     05  FILLER              PIC X(10)     VALUE 'STEP'.
003850     05  FILLER              PIC X(60)     VALUE 'RESULT'.
003860
003870 01  STEPS-DETAIL-LINE.
003880     05  FILLER              PIC X(2)      VALUE SPACES.
003890     05  STEP-SCHOOL-OUT     PIC X(3).
003900     05  FILLER              PIC X(5)      VALUE SPACES.
003910     05  STEP-NAME-OUT       PIC X(8).
003920     05  FILLER              PIC X(2)      VALUE SPACES.
003930     05  STEP-RESULT-OUT     PIC X(60).
003940 01  RESULT-LINE.
003950     05  FILLER              PIC X(7)      VALUE SPACES.
003960     05  RESULT-TEXT-OUT     PIC X(73).
003970
003980 01  COUNT-LINE.
003990     05  FILLER              PIC X(7)      VALUE SPACES.
004000     05  COUNT-OUT           PIC 9(7).
004010     05  FILLER              PIC X         VALUE SPACE.
004020     05  COUNT-TEXT-OUT      PIC X(40).
004030     05  FILLER              PIC X(25)     VALUE SPACES.
004040
004050 01  COVER-TITLE-LINE.
004060     05  FILLER              PIC X(25)     VALUE SPACES.
004070     05  FILLER              PIC X(30)
004080         VALUE  'SENIOR CLASS ROSTER REPORT'.
004090     05  FILLER              PIC X(25)     VALUE SPACES.
004100
004110 01  COVER-SUBTITLE-LINE.
004120     05  FILLER              PIC X(25)     VALUE SPACES.
004130     05  FILLER              PIC X(30)
004140         VALUE  'SCHOOL DISTRIBUTION COPY'.
004150     05  FILLER              PIC X(25)     VALUE SPACES.
004160
004170 01  COVER-DETAIL-LINE.
004180     05  FILLER              PIC X(7)      VALUE SPACES.
004190     05  COVER-LABEL-OUT     PIC X(30).
004200     05  COVER-VALUE-OUT     PIC X(43).
004210
004220 01  WS-COVER-VALUE.
004230     05  WS-COVER-NUMBER     PIC Z(6)9.
004240     05  FILLER              PIC X(36)     VALUE SPACES.
004250
004260 01  COVER-NOTICE-LINE.
004270     05  FILLER              PIC X(7)      VALUE SPACES.
004280     05  FILLER              PIC X(35)
004290         VALUE  'FOR THE OFFICE OF SCHOOL'.
004300     05  COVER-NOTICE-SCHOOL-OUT PIC X(3).
004310     05  FILLER              PIC X(35)
004320         VALUE  ' ONLY - DO NOT FORWARD'.
004330
004340 PROCEDURE DIVISION.
004350
004360 DISTRIBUTE-STUDJOB-OUTPUT.
004370     PERFORM FORMAT-RUN-DATE.
004380     PERFORM EDIT-BURST-PARM.
004390     PERFORM INITIALIZE-COUNTS.
004400     OPEN OUTPUT PRINT-FILE.
004410     EVALUATE TRUE
004420         WHEN STEPS-RUN
004430             PERFORM GENERATE-DIST-STEPS
004440         WHEN BALANCE-RUN
004450             PERFORM BALANCE-DISTRIBUTION
004460         WHEN OTHER
004470             PERFORM BURST-ONE-SCHOOL
004480     END-EVALUATE.
004490     CLOSE PRINT-FILE.
004500     IF NOT STEPS-RUN
004510         PERFORM RECORD-CONTROL-TOTALS
004520     END-IF.
004530     STOP RUN.
004540
004550 EDIT-BURST-PARM.
004560     MOVE SPACES TO WS-BURST-PARM.
004570     ACCEPT WS-BURST-PARM FROM COMMAND-LINE.
004580     EVALUATE WS-BURST-PARM
004590         WHEN 'BALANCE'
004600             MOVE 'YES' TO WS-RUN-MODE-SWITCH
004610         WHEN 'STEPS'
004620             MOVE 'YES' TO WS-STEPS-MODE-SWITCH
004630         WHEN OTHER
004640             IF WS-BURST-PARM(1:3) = SPACES
004650                 OR WS-BURST-PARM(4:5) NOT = SPACES
004660                 DISPLAY 'PARM MUST BE A SCHOOL CODE, BALANCE'
004670                     ' OR STEPS'
004680                 MOVE 16 TO RETURN-CODE
004690                 STOP RUN
004700             END-IF
004710             MOVE WS-BURST-PARM(1:3) TO WS-TARGET-SCHOOL
004720     END-EVALUATE.
004730
004740 INITIALIZE-COUNTS.
004750     MOVE 1 TO WS-MEASURE-SUB.
004760     PERFORM CLEAR-MEASURE-COUNTS 6 TIMES.
004770
004780 CLEAR-MEASURE-COUNTS.
004790     MOVE ZERO TO DISTRICT-FILE-TOTAL(WS-MEASURE-SUB).
004800     MOVE ZERO TO DISTRIBUTED-TOTAL(WS-MEASURE-SUB).
004810     MOVE ZERO TO SCHOOL-SECTION-TOTAL(WS-MEASURE-SUB).
004820     MOVE ZERO TO UNMATCHED-COUNT(WS-MEASURE-SUB).
004830     MOVE ZERO TO PIECE-WRITTEN-COUNT(WS-MEASURE-SUB).
004840     ADD 1 TO WS-MEASURE-SUB.
004850
004860* A burst counts the district files first, so the cover page
004870* can carry the school's figures, then copies the school's
004880* report pages behind it and logs what was written.
004890
004900 BURST-ONE-SCHOOL.
004910     MOVE BURST-TITLE-LINE TO HEADER-LINE-1.
004920     PERFORM WRITE-PAGE-HEADER.
004930     MOVE WS-TARGET-SCHOOL TO HEADER-SCHOOL-OUT.
004940     MOVE HEADER-LINE-3 TO PRINT-LINE.
004950     WRITE PRINT-LINE.
004960     ADD 1 TO WS-LINE-COUNT.
004970     OPEN OUTPUT SCHOOL-EXPORT-FILE
004980                 SCHOOL-MAIL-FILE
004990                 SCHOOL-RANK-FILE.
005000     PERFORM SPLIT-EXPORT-FILE.
005010     PERFORM SPLIT-MAIL-FILE.
005020     PERFORM SPLIT-RANK-FILE.
005030     CLOSE SCHOOL-EXPORT-FILE
005040           SCHOOL-MAIL-FILE
005050           SCHOOL-RANK-FILE.
005060     PERFORM SCAN-DISTRICT-REPORT.
005070     MOVE 'NO ' TO WS-SCHOOL-FOUND-SWITCH.
005080     MOVE WS-TARGET-SCHOOL TO WS-RECORD-SCHOOL.
005090     PERFORM FIND-SCHOOL-ENTRY.
005100     MOVE WS-SCHOOL-SUB TO WS-TARGET-SUB.
005110     OPEN OUTPUT SCHOOL-REPORT-FILE.
005120     PERFORM WRITE-COVER-PAGE.
005130     MOVE 'YES' TO WS-WRITE-PASS-SWITCH.
005140     PERFORM SCAN-DISTRICT-REPORT.
005150     CLOSE SCHOOL-REPORT-FILE.
005160     PERFORM WRITE-BURST-LOG-ENTRY.
005170     PERFORM PRINT-BURST-COUNTS.
005180
005190* The balance run rebuilds the by-school district counts the
005200* same way the bursts did, loads the distribution log against
005210* them and proves every school and every total.
005220
005230 BALANCE-DISTRIBUTION.
005240     PERFORM WRITE-PAGE-HEADER.
005250     PERFORM SPLIT-EXPORT-FILE.
005260     PERFORM SPLIT-MAIL-FILE.
005270     PERFORM SPLIT-RANK-FILE.
005280     PERFORM SCAN-DISTRICT-REPORT.
005290     PERFORM LOAD-BURST-LOG.
005300     MOVE BALANCE-HEADING-LINE TO PRINT-LINE.
005310     WRITE PRINT-LINE.
005320     ADD 1 TO WS-LINE-COUNT.
005330     MOVE 1 TO WS-SCHOOL-SUB.
005340     PERFORM PROVE-SCHOOL-PIECES WS-SCHOOL-COUNT TIMES.
005350     PERFORM PROVE-DISTRICT-TOTALS.
005360     PERFORM PRINT-BALANCE-RESULT.
005370
005380* District report scan.  Every line is classified from its own
005390* layout; a page is attributed to a school only once its
005400* 'SCHOOL:' heading is read, so the title and date headings
005410* are held until then.
005420
005430 SCAN-DISTRICT-REPORT.
005440     OPEN INPUT DISTRICT-REPORT-FILE.
005450     IF WS-DISTRPT-STATUS NOT = '00'
005460         DISPLAY 'DISTRPT OPEN FAILED - ' WS-DISTRPT-STATUS
005470         MOVE 16 TO RETURN-CODE
005480         STOP RUN
005490     END-IF.
005500     MOVE 'P' TO WS-REPORT-PART.
005510     MOVE SPACES TO WS-SECTION-SCHOOL.
005520     MOVE SPACES TO DATA-REMAINS-SWITCH.
005530     READ DISTRICT-REPORT-FILE
005540         AT END MOVE 'NO' TO DATA-REMAINS-SWITCH
005550     END-READ.
005560     PERFORM PROCESS-REPORT-LINE
005570         UNTIL DATA-REMAINS-SWITCH = 'NO'.
005580     CLOSE DISTRICT-REPORT-FILE.
005590
005600 PROCESS-REPORT-LINE.
005610     PERFORM CLASSIFY-REPORT-LINE.
005620     EVALUATE TRUE
005630         WHEN TITLE-HEADING
005640             MOVE DISTRICT-REPORT-LINE TO WS-HOLD-TITLE-LINE
005650         WHEN DATE-HEADING
005660             MOVE DISTRICT-REPORT-LINE TO WS-HOLD-DATE-LINE
005670             IF WS-REPORT-RUN-DATE = SPACES
005680                 MOVE RPT-RUN-DATE TO WS-REPORT-RUN-DATE
005690             END-IF
005700         WHEN SCHOOL-HEADING
005710             MOVE 'S' TO WS-REPORT-PART
005720             MOVE RPT-SCHOOL-CODE TO WS-SECTION-SCHOOL
005730             PERFORM TAKE-SCHOOL-PAGE
005740         WHEN DISTRICT-TOTAL-ENTRY
005750             MOVE 'D' TO WS-REPORT-PART
005760             IF NOT WRITE-PASS
005770                 MOVE RPT-COUNT-FIGURE TO DISTRICT-FILE-TOTAL(2)
005780             END-IF
005790         WHEN OTHER
005800             IF IN-SCHOOL-PART
005810                 PERFORM TAKE-SCHOOL-LINE
005820             END-IF
005830     END-EVALUATE.
005840     READ DISTRICT-REPORT-FILE
005850         AT END MOVE 'NO' TO DATA-REMAINS-SWITCH
005860     END-READ.
005870
005880 CLASSIFY-REPORT-LINE.
005890     MOVE SPACE TO WS-LINE-TYPE.
005900     IF DISTRICT-REPORT-LINE = SPACES
005910         MOVE 'B' TO WS-LINE-TYPE
005920     ELSE
005930         IF RPT-TITLE = 'SENIOR CLASS ROSTER REPORT'
005940             MOVE 'T' TO WS-LINE-TYPE
005950         ELSE
005960             IF RPT-LEAD = SPACES
005970                 PERFORM CLASSIFY-BODY-LINE
005980             END-IF
005990         END-IF
006000     END-IF.
006010
006020 CLASSIFY-BODY-LINE.
006030     IF RPT-DATE-LABEL = 'RUN DATE:'
006040         MOVE 'D' TO WS-LINE-TYPE
006050     ELSE
006060         IF RPT-SCHOOL-LABEL = 'SCHOOL: '
006070             MOVE 'H' TO WS-LINE-TYPE
006080         ELSE
006090             IF RPT-COUNT-FIGURE IS NUMERIC
006100                 AND RPT-COUNT-SPACE = SPACE
006110                 AND RPT-COUNT-TEXT = 'records for '
006120                 PERFORM CLASSIFY-COUNT-LINE
006130             ELSE
006140                 MOVE 'E' TO WS-LINE-TYPE
006150             END-IF
006160         END-IF
006170     END-IF.
006180
006190 CLASSIFY-COUNT-LINE.
006200     IF RPT-DIST-TOTAL-TEXT = 'records for the district'
006210         MOVE 'X' TO WS-LINE-TYPE
006220     ELSE
006230         IF RPT-SCH-TOTAL-TEXT = 'records for school '
006240             MOVE 'S' TO WS-LINE-TYPE
006250         ELSE
006260             MOVE 'G' TO WS-LINE-TYPE
006270         END-IF
006280     END-IF.
006290
006300* A school's page: counted on the scan pass, and on the write
006310* pass copied to the school's report under its own page
006320* number with the held title and date headings.
006330
006340 TAKE-SCHOOL-PAGE.
006350     IF WRITE-PASS
006360         IF WS-SECTION-SCHOOL = WS-TARGET-SCHOOL
006370             ADD 1 TO PIECE-WRITTEN-COUNT(1)
006380             MOVE PIECE-WRITTEN-COUNT(1) TO HOLD-PAGE-NUM
006390             MOVE WS-HOLD-TITLE-LINE TO SCHOOL-REPORT-LINE
006400             WRITE SCHOOL-REPORT-LINE
006410             MOVE WS-HOLD-DATE-LINE TO SCHOOL-REPORT-LINE
006420             WRITE SCHOOL-REPORT-LINE
006430             MOVE DISTRICT-REPORT-LINE TO SCHOOL-REPORT-LINE
006440             WRITE SCHOOL-REPORT-LINE
006450         END-IF
006460     ELSE
006470         MOVE 1 TO WS-MEASURE-SUB
006480         ADD 1 TO DISTRICT-FILE-TOTAL(WS-MEASURE-SUB)
006490         MOVE WS-SECTION-SCHOOL TO WS-RECORD-SCHOOL
006500         PERFORM TALLY-DISTRICT-RECORD
006510     END-IF.
006520
006530 TAKE-SCHOOL-LINE.
006540     IF WRITE-PASS
006550         IF WS-SECTION-SCHOOL = WS-TARGET-SCHOOL
006560             MOVE DISTRICT-REPORT-LINE TO SCHOOL-REPORT-LINE
006570             WRITE SCHOOL-REPORT-LINE
006580             IF DETAIL-ENTRY
006590                 ADD 1 TO PIECE-WRITTEN-COUNT(3)
006600             END-IF
006610             IF SCHOOL-TOTAL-ENTRY
006620                 ADD RPT-COUNT-FIGURE TO PIECE-WRITTEN-COUNT(2)
006630             END-IF
006640         END-IF
006650     ELSE
006660         MOVE WS-SECTION-SCHOOL TO WS-RECORD-SCHOOL
006670         IF DETAIL-ENTRY
006680             MOVE 3 TO WS-MEASURE-SUB
006690             ADD 1 TO DISTRICT-FILE-TOTAL(WS-MEASURE-SUB)
006700             PERFORM TALLY-DISTRICT-RECORD
006710         END-IF
006720         IF SCHOOL-TOTAL-ENTRY
006730             PERFORM TALLY-SCHOOL-TOTAL
006740         END-IF
006750     END-IF.
006760
006770 TALLY-SCHOOL-TOTAL.
006780     MOVE 'NO ' TO WS-SCHOOL-FOUND-SWITCH.
006790     PERFORM FIND-SCHOOL-ENTRY.
006800     IF SCHOOL-FOUND
006810         ADD RPT-COUNT-FIGURE
006820             TO BAL-DISTRICT-COUNT(WS-SCHOOL-SUB, 2)
006830         ADD RPT-COUNT-FIGURE TO SCHOOL-SECTION-TOTAL(2)
006840     END-IF.
006850
006860* Extract splitting.  The header record goes to every school's
006870* piece; each detail record is attributed to a school and, on
006880* a burst, copied when it is the school being burst.
006890
006900 SPLIT-EXPORT-FILE.
006910     OPEN INPUT DISTRICT-EXPORT-FILE.
006920     IF WS-DISTEXP-STATUS NOT = '00'
006930         DISPLAY 'DISTEXP OPEN FAILED - ' WS-DISTEXP-STATUS
006940         MOVE 16 TO RETURN-CODE
006950         STOP RUN
006960     END-IF.
006970     PERFORM OPEN-SORTED-ROSTER.
006980     MOVE 4 TO WS-MEASURE-SUB.
006990     MOVE SPACES TO DATA-REMAINS-SWITCH.
007000     READ DISTRICT-EXPORT-FILE
007010         AT END MOVE 'NO' TO DATA-REMAINS-SWITCH
007020     END-READ.
007030     IF DATA-REMAINS-SWITCH NOT = 'NO'
007040         IF NOT BALANCE-RUN
007050             MOVE DISTRICT-EXPORT-RECORD TO SCHOOL-EXPORT-RECORD
007060             WRITE SCHOOL-EXPORT-RECORD
007070         END-IF
007080         READ DISTRICT-EXPORT-FILE
007090             AT END MOVE 'NO' TO DATA-REMAINS-SWITCH
007100         END-READ
007110     END-IF.
007120     PERFORM SPLIT-EXPORT-RECORD
007130         UNTIL DATA-REMAINS-SWITCH = 'NO'.
007140     CLOSE DISTRICT-EXPORT-FILE
007150           SORTED-STUDENT-FILE.
007160
007170 SPLIT-EXPORT-RECORD.
007180     MOVE DEXP-STUDENT-ID TO WS-EXTRACT-ID.
007190     PERFORM LOCATE-SORTED-STUDENT.
007200     ADD 1 TO DISTRICT-FILE-TOTAL(WS-MEASURE-SUB).
007210     IF STUDENT-LOCATED
007220         PERFORM TALLY-DISTRICT-RECORD
007230         IF NOT BALANCE-RUN
007240             AND WS-RECORD-SCHOOL = WS-TARGET-SCHOOL
007250             MOVE DISTRICT-EXPORT-RECORD TO SCHOOL-EXPORT-RECORD
007260             WRITE SCHOOL-EXPORT-RECORD
007270             ADD 1 TO PIECE-WRITTEN-COUNT(WS-MEASURE-SUB)
007280         END-IF
007290     ELSE
007300         ADD 1 TO UNMATCHED-COUNT(WS-MEASURE-SUB)
007310     END-IF.
007320     READ DISTRICT-EXPORT-FILE
007330         AT END MOVE 'NO' TO DATA-REMAINS-SWITCH
007340     END-READ.
007350
007360 SPLIT-MAIL-FILE.
007370     OPEN INPUT DISTRICT-MAIL-FILE.
007380     IF WS-DISTMAIL-STATUS NOT = '00'
007390         DISPLAY 'DISTMAIL OPEN FAILED - ' WS-DISTMAIL-STATUS
007400         MOVE 16 TO RETURN-CODE
007410         STOP RUN
007420     END-IF.
007430     PERFORM OPEN-SORTED-ROSTER.
007440     MOVE 5 TO WS-MEASURE-SUB.
007450     MOVE SPACES TO DATA-REMAINS-SWITCH.
007460     READ DISTRICT-MAIL-FILE
007470         AT END MOVE 'NO' TO DATA-REMAINS-SWITCH
007480     END-READ.
007490     IF DATA-REMAINS-SWITCH NOT = 'NO'
007500         IF NOT BALANCE-RUN
007510             MOVE DISTRICT-MAIL-RECORD TO SCHOOL-MAIL-RECORD
007520             WRITE SCHOOL-MAIL-RECORD
007530         END-IF
007540         READ DISTRICT-MAIL-FILE
007550             AT END MOVE 'NO' TO DATA-REMAINS-SWITCH
007560         END-READ
007570     END-IF.
007580     PERFORM SPLIT-MAIL-RECORD
007590         UNTIL DATA-REMAINS-SWITCH = 'NO'.
007600     CLOSE DISTRICT-MAIL-FILE
007610           SORTED-STUDENT-FILE.
007620
007630 SPLIT-MAIL-RECORD.
007640     MOVE DMAIL-STUDENT-ID TO WS-EXTRACT-ID.
007650     PERFORM LOCATE-SORTED-STUDENT.
007660     ADD 1 TO DISTRICT-FILE-TOTAL(WS-MEASURE-SUB).
007670     IF STUDENT-LOCATED
007680         PERFORM TALLY-DISTRICT-RECORD
007690         IF NOT BALANCE-RUN
007700             AND WS-RECORD-SCHOOL = WS-TARGET-SCHOOL
007710             MOVE DISTRICT-MAIL-RECORD TO SCHOOL-MAIL-RECORD
007720             WRITE SCHOOL-MAIL-RECORD
007730             ADD 1 TO PIECE-WRITTEN-COUNT(WS-MEASURE-SUB)
007740         END-IF
007750     ELSE
007760         ADD 1 TO UNMATCHED-COUNT(WS-MEASURE-SUB)
007770     END-IF.
007780     READ DISTRICT-MAIL-FILE
007790         AT END MOVE 'NO' TO DATA-REMAINS-SWITCH
007800     END-READ.
007810
007820 SPLIT-RANK-FILE.
007830     OPEN INPUT DISTRICT-RANK-FILE.
007840     IF WS-DISTRANK-STATUS NOT = '00'
007850         DISPLAY 'DISTRANK OPEN FAILED - ' WS-DISTRANK-STATUS
007860         MOVE 16 TO RETURN-CODE
007870         STOP RUN
007880     END-IF.
007890     MOVE 6 TO WS-MEASURE-SUB.
007900     MOVE SPACES TO DATA-REMAINS-SWITCH.
007910     READ DISTRICT-RANK-FILE
007920         AT END MOVE 'NO' TO DATA-REMAINS-SWITCH
007930     END-READ.
007940     IF DATA-REMAINS-SWITCH NOT = 'NO'
007950         IF NOT BALANCE-RUN
007960             MOVE DISTRICT-RANK-RECORD TO SCHOOL-RANK-RECORD
007970             WRITE SCHOOL-RANK-RECORD
007980         END-IF
007990         READ DISTRICT-RANK-FILE
008000             AT END MOVE 'NO' TO DATA-REMAINS-SWITCH
008010         END-READ
008020     END-IF.
008030     PERFORM SPLIT-RANK-RECORD
008040         UNTIL DATA-REMAINS-SWITCH = 'NO'.
008050     CLOSE DISTRICT-RANK-FILE.
008060
008070 SPLIT-RANK-RECORD.
008080     ADD 1 TO DISTRICT-FILE-TOTAL(WS-MEASURE-SUB).
008090     MOVE DRANK-SCHOOL-CODE TO WS-RECORD-SCHOOL.
008100     PERFORM TALLY-DISTRICT-RECORD.
008110     IF NOT BALANCE-RUN
008120         AND WS-RECORD-SCHOOL = WS-TARGET-SCHOOL
008130         MOVE DISTRICT-RANK-RECORD TO SCHOOL-RANK-RECORD
008140         WRITE SCHOOL-RANK-RECORD
008150         ADD 1 TO PIECE-WRITTEN-COUNT(WS-MEASURE-SUB)
008160     END-IF.
008170     READ DISTRICT-RANK-FILE
008180         AT END MOVE 'NO' TO DATA-REMAINS-SWITCH
008190     END-READ.
008200
008210* EXPORT and MAILEXT were written in sorted-roster order, so
008220* the roster is read forward to each extract record's ID and
008230* never backed up; an ID the roster runs out before reaching
008240* belongs to no school and is counted as unmatched.
008250
008260 OPEN-SORTED-ROSTER.
008270     OPEN INPUT SORTED-STUDENT-FILE.
008280     IF WS-SORTED-STATUS NOT = '00'
008290         DISPLAY 'SORTED OPEN FAILED - ' WS-SORTED-STATUS
008300         MOVE 16 TO RETURN-CODE
008310         STOP RUN
008320     END-IF.
008330     MOVE SPACES TO SORTED-REMAINS-SWITCH.
008340     READ SORTED-STUDENT-FILE
008350         AT END MOVE 'NO' TO SORTED-REMAINS-SWITCH
008360     END-READ.
008370
008380 LOCATE-SORTED-STUDENT.
008390     MOVE 'NO ' TO WS-STUDENT-FOUND-SWITCH.
008400     PERFORM ADVANCE-SORTED-ROSTER
008410         UNTIL STUDENT-LOCATED OR SORTED-REMAINS-SWITCH = 'NO'.
008420
008430 ADVANCE-SORTED-ROSTER.
008440     IF SORTED-STUDENT-ID = WS-EXTRACT-ID
008450         MOVE 'YES' TO WS-STUDENT-FOUND-SWITCH
008460         MOVE SORTED-SCHOOL-CODE TO WS-RECORD-SCHOOL
008470     ELSE
008480         READ SORTED-STUDENT-FILE
008490             AT END MOVE 'NO' TO SORTED-REMAINS-SWITCH
008500         END-READ
008510     END-IF.
008520
008530* School table.  One entry per school code met in the district
008540* files or the distribution log; the district side is counted
008550* here, the distributed side from the log.
008560
008570 TALLY-DISTRICT-RECORD.
008580     MOVE 'NO ' TO WS-SCHOOL-FOUND-SWITCH.
008590     PERFORM FIND-SCHOOL-ENTRY.
008600     IF SCHOOL-FOUND
008610         ADD 1
008620             TO BAL-DISTRICT-COUNT(WS-SCHOOL-SUB, WS-MEASURE-SUB)
008630         ADD 1 TO SCHOOL-SECTION-TOTAL(WS-MEASURE-SUB)
008640     END-IF.
008650
008660 FIND-SCHOOL-ENTRY.
008670     MOVE 1 TO WS-SCHOOL-SUB.
008680     PERFORM TEST-SCHOOL-ENTRY
008690         UNTIL SCHOOL-FOUND OR WS-SCHOOL-SUB > WS-SCHOOL-COUNT.
008700     IF NOT SCHOOL-FOUND
008710         IF WS-SCHOOL-COUNT < 50
008720             ADD 1 TO WS-SCHOOL-COUNT
008730             MOVE WS-SCHOOL-COUNT TO WS-SCHOOL-SUB
008740             PERFORM ADD-SCHOOL-ENTRY
008750             MOVE 'YES' TO WS-SCHOOL-FOUND-SWITCH
008760         ELSE
008770             ADD 1 TO WS-TABLE-FULL-COUNT
008780         END-IF
008790     END-IF.
008800
008810 TEST-SCHOOL-ENTRY.
008820     IF BAL-SCHOOL-CODE(WS-SCHOOL-SUB) = WS-RECORD-SCHOOL
008830         MOVE 'YES' TO WS-SCHOOL-FOUND-SWITCH
008840     ELSE
008850         ADD 1 TO WS-SCHOOL-SUB
008860     END-IF.
008870
008880 ADD-SCHOOL-ENTRY.
008890     MOVE WS-RECORD-SCHOOL TO BAL-SCHOOL-CODE(WS-SCHOOL-SUB).
008900     MOVE 'NO ' TO BAL-LOGGED-SWITCH(WS-SCHOOL-SUB).
008910     MOVE 1 TO WS-CLEAR-SUB.
008920     PERFORM CLEAR-SCHOOL-COUNTS 6 TIMES.
008930
008940 CLEAR-SCHOOL-COUNTS.
008950     MOVE ZERO TO BAL-DISTRICT-COUNT(WS-SCHOOL-SUB, WS-CLEAR-SUB).
008960     MOVE ZERO TO BAL-BURST-COUNT(WS-SCHOOL-SUB, WS-CLEAR-SUB).
008970     ADD 1 TO WS-CLEAR-SUB.
008980
008990* Burst output: cover page, distribution log entry and the
009000* step's own count listing.
009010
009020 WRITE-COVER-PAGE.
009030     MOVE COVER-TITLE-LINE TO SCHOOL-REPORT-LINE.
009040     WRITE SCHOOL-REPORT-LINE.
009050     MOVE COVER-SUBTITLE-LINE TO SCHOOL-REPORT-LINE.
009060     WRITE SCHOOL-REPORT-LINE.
009070     MOVE HEADER-BLANK-LINE TO SCHOOL-REPORT-LINE.
009080     WRITE SCHOOL-REPORT-LINE.
009090     IF WS-REPORT-RUN-DATE = SPACES
009100         MOVE WS-FORMATTED-DATE TO WS-REPORT-RUN-DATE
009110     END-IF.
009120     MOVE 'SCHOOL:' TO COVER-LABEL-OUT.
009130     MOVE WS-TARGET-SCHOOL TO COVER-VALUE-OUT.
009140     PERFORM WRITE-COVER-DETAIL.
009150     MOVE 'RUN DATE:' TO COVER-LABEL-OUT.
009160     MOVE WS-REPORT-RUN-DATE TO COVER-VALUE-OUT.
009170     PERFORM WRITE-COVER-DETAIL.
009180     MOVE 1 TO WS-MEASURE-SUB.
009190     PERFORM WRITE-COVER-COUNT 6 TIMES.
009200     MOVE HEADER-BLANK-LINE TO SCHOOL-REPORT-LINE.
009210     WRITE SCHOOL-REPORT-LINE.
009220     MOVE WS-TARGET-SCHOOL TO COVER-NOTICE-SCHOOL-OUT.
009230     MOVE COVER-NOTICE-LINE TO SCHOOL-REPORT-LINE.
009240     WRITE SCHOOL-REPORT-LINE.
009250     MOVE HEADER-BLANK-LINE TO SCHOOL-REPORT-LINE.
009260     WRITE SCHOOL-REPORT-LINE.
009270
009280 WRITE-COVER-COUNT.
009290     IF WS-TARGET-SUB > WS-SCHOOL-COUNT
009300         MOVE ZERO TO WS-COVER-NUMBER
009310     ELSE
009320         MOVE BAL-DISTRICT-COUNT(WS-TARGET-SUB, WS-MEASURE-SUB)
009330             TO WS-COVER-NUMBER
009340     END-IF.
009350     MOVE MEASURE-NAME(WS-MEASURE-SUB) TO COVER-LABEL-OUT.
009360     MOVE WS-COVER-VALUE TO COVER-VALUE-OUT.
009370     PERFORM WRITE-COVER-DETAIL.
009380     ADD 1 TO WS-MEASURE-SUB.
009390
009400 WRITE-COVER-DETAIL.
009410     MOVE COVER-DETAIL-LINE TO SCHOOL-REPORT-LINE.
009420     WRITE SCHOOL-REPORT-LINE.
009430
009440 WRITE-BURST-LOG-ENTRY.
009450     OPEN EXTEND BURST-LOG-FILE.
009460     IF WS-BURSTLOG-STATUS NOT = '00'
009470         OPEN OUTPUT BURST-LOG-FILE
009480     END-IF.
009490     MOVE WS-TARGET-SCHOOL TO BLOG-SCHOOL-CODE.
009500     MOVE WS-REPORT-RUN-DATE TO BLOG-RUN-DATE.
009510     MOVE 1 TO WS-MEASURE-SUB.
009520     PERFORM MOVE-LOG-COUNT 6 TIMES.
009530     WRITE BURST-LOG-RECORD.
009540     CLOSE BURST-LOG-FILE.
009550
009560 MOVE-LOG-COUNT.
009570     MOVE PIECE-WRITTEN-COUNT(WS-MEASURE-SUB)
009580         TO BLOG-COUNT(WS-MEASURE-SUB).
009590     ADD 1 TO WS-MEASURE-SUB.
009600
009610 PRINT-BURST-COUNTS.
009620     MOVE HEADER-BLANK-LINE TO PRINT-LINE.
009630     WRITE PRINT-LINE.
009640     MOVE PIECE-WRITTEN-COUNT(1) TO COUNT-OUT.
009650     MOVE 'Report pages written' TO COUNT-TEXT-OUT.
009660     PERFORM WRITE-COUNT-LINE.
009670     MOVE PIECE-WRITTEN-COUNT(2) TO COUNT-OUT.
009680     MOVE 'Records for the school' TO COUNT-TEXT-OUT.
009690     PERFORM WRITE-COUNT-LINE.
009700     MOVE PIECE-WRITTEN-COUNT(3) TO COUNT-OUT.
009710     MOVE 'Senior detail lines written' TO COUNT-TEXT-OUT.
009720     PERFORM WRITE-COUNT-LINE.
009730     MOVE PIECE-WRITTEN-COUNT(4) TO COUNT-OUT.
009740     MOVE 'Export records written' TO COUNT-TEXT-OUT.
009750     PERFORM WRITE-COUNT-LINE.
009760     MOVE PIECE-WRITTEN-COUNT(5) TO COUNT-OUT.
009770     MOVE 'Mailing extract records written' TO COUNT-TEXT-OUT.
009780     PERFORM WRITE-COUNT-LINE.
009790     MOVE PIECE-WRITTEN-COUNT(6) TO COUNT-OUT.
009800     MOVE 'Class-rank extract records written'
009810         TO COUNT-TEXT-OUT.
009820     PERFORM WRITE-COUNT-LINE.
009830     IF UNMATCHED-COUNT(4) > ZERO
009840         MOVE UNMATCHED-COUNT(4) TO COUNT-OUT
009850         MOVE 'Export records not on the sorted roster'
009860             TO COUNT-TEXT-OUT
009870         PERFORM WRITE-COUNT-LINE
009880     END-IF.
009890     IF UNMATCHED-COUNT(5) > ZERO
009900         MOVE UNMATCHED-COUNT(5) TO COUNT-OUT
009910         MOVE 'Mailing records not on the sorted roster'
009920             TO COUNT-TEXT-OUT
009930         PERFORM WRITE-COUNT-LINE
009940     END-IF.
009950     IF PIECE-WRITTEN-COUNT(1) = ZERO
009960         MOVE 'SCHOOL HAS NO PAGES IN THIS RUN''S REPORT'
009970             TO RESULT-TEXT-OUT
009980         MOVE RESULT-LINE TO PRINT-LINE
009990         WRITE PRINT-LINE
010000     END-IF.
010010
010020* Balance run: distribution log, proof and result.
010030
010040 LOAD-BURST-LOG.
010050     OPEN INPUT BURST-LOG-FILE.
010060     IF WS-BURSTLOG-STATUS = '35'
010070         MOVE 'NO ' TO WS-LOG-FILE-SWITCH
010080     ELSE
010090         MOVE SPACES TO DATA-REMAINS-SWITCH
010100         READ BURST-LOG-FILE
010110             AT END MOVE 'NO' TO DATA-REMAINS-SWITCH
010120         END-READ
010130         PERFORM TAKE-BURST-LOG-ENTRY
010140             UNTIL DATA-REMAINS-SWITCH = 'NO'
010150         CLOSE BURST-LOG-FILE
010160     END-IF.
010170
010180* A school burst twice in one run (a rerun step) is taken at
010190* its latest entry.
010200
010210 TAKE-BURST-LOG-ENTRY.
010220     ADD 1 TO WS-LOG-ENTRIES-READ.
010230     MOVE BLOG-SCHOOL-CODE TO WS-RECORD-SCHOOL.
010240     MOVE 'NO ' TO WS-SCHOOL-FOUND-SWITCH.
010250     PERFORM FIND-SCHOOL-ENTRY.
010260     IF SCHOOL-FOUND
010270         MOVE 'YES' TO BAL-LOGGED-SWITCH(WS-SCHOOL-SUB)
010280         MOVE 1 TO WS-MEASURE-SUB
010290         PERFORM TAKE-LOG-COUNT 6 TIMES
010300     END-IF.
010310     READ BURST-LOG-FILE
010320         AT END MOVE 'NO' TO DATA-REMAINS-SWITCH
010330     END-READ.
010340
010350 TAKE-LOG-COUNT.
010360     MOVE BLOG-COUNT(WS-MEASURE-SUB)
010370         TO BAL-BURST-COUNT(WS-SCHOOL-SUB, WS-MEASURE-SUB).
010380     ADD 1 TO WS-MEASURE-SUB.
010390
010400 PROVE-SCHOOL-PIECES.
010410     MOVE 1 TO WS-MEASURE-SUB.
010420     PERFORM PROVE-SCHOOL-MEASURE 6 TIMES.
010430     ADD 1 TO WS-SCHOOL-SUB.
010440
010450 PROVE-SCHOOL-MEASURE.
010460     ADD BAL-BURST-COUNT(WS-SCHOOL-SUB, WS-MEASURE-SUB)
010470         TO DISTRIBUTED-TOTAL(WS-MEASURE-SUB).
010480     MOVE BAL-SCHOOL-CODE(WS-SCHOOL-SUB) TO BAL-SCHOOL-OUT.
010490     MOVE MEASURE-NAME(WS-MEASURE-SUB) TO BAL-MEASURE-OUT.
010500     MOVE BAL-DISTRICT-COUNT(WS-SCHOOL-SUB, WS-MEASURE-SUB)
010510         TO BAL-DISTRICT-OUT.
010520     MOVE BAL-BURST-COUNT(WS-SCHOOL-SUB, WS-MEASURE-SUB)
010530         TO BAL-BURST-OUT.
010540     IF NOT BAL-SCHOOL-LOGGED(WS-SCHOOL-SUB)
010550         MOVE 'NOT DISTRIBUTED' TO BAL-STATUS-OUT
010560         ADD 1 TO WS-OUT-OF-BALANCE-COUNT
010570     ELSE
010580         IF BAL-DISTRICT-COUNT(WS-SCHOOL-SUB, WS-MEASURE-SUB)
010590             = BAL-BURST-COUNT(WS-SCHOOL-SUB, WS-MEASURE-SUB)
010600             MOVE 'BALANCED' TO BAL-STATUS-OUT
010610         ELSE
010620             MOVE 'OUT OF BALANCE' TO BAL-STATUS-OUT
010630             ADD 1 TO WS-OUT-OF-BALANCE-COUNT
010640         END-IF
010650     END-IF.
010660     IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
010670         PERFORM WRITE-PAGE-HEADER
010680         MOVE BALANCE-HEADING-LINE TO PRINT-LINE
010690         WRITE PRINT-LINE
010700         ADD 1 TO WS-LINE-COUNT
010710     END-IF.
010720     MOVE BALANCE-DETAIL-LINE TO PRINT-LINE.
010730     WRITE PRINT-LINE.
010740     ADD 1 TO WS-LINE-COUNT.
010750     ADD 1 TO WS-MEASURE-SUB.
010760
010770* The district totals prove three ways: the figure in the
010780* district file, the sum of its school sections, and the sum
010790* of what was distributed must all agree.
010800
010810 PROVE-DISTRICT-TOTALS.
010820     IF WS-LINE-COUNT + 9 > WS-LINES-PER-PAGE
010830         PERFORM WRITE-PAGE-HEADER
010840     ELSE
010850         MOVE HEADER-BLANK-LINE TO PRINT-LINE
010860         WRITE PRINT-LINE
010870         ADD 1 TO WS-LINE-COUNT
010880     END-IF.
010890     MOVE TOTAL-HEADING-LINE TO PRINT-LINE.
010900     WRITE PRINT-LINE.
010910     ADD 1 TO WS-LINE-COUNT.
010920     MOVE 1 TO WS-MEASURE-SUB.
010930     PERFORM PROVE-DISTRICT-MEASURE 6 TIMES.
010940
010950 PROVE-DISTRICT-MEASURE.
010960     MOVE MEASURE-NAME(WS-MEASURE-SUB) TO TOT-MEASURE-OUT.
010970     MOVE DISTRICT-FILE-TOTAL(WS-MEASURE-SUB) TO TOT-FILE-OUT.
010980     MOVE SCHOOL-SECTION-TOTAL(WS-MEASURE-SUB)
010990         TO TOT-SECTION-OUT.
011000     MOVE DISTRIBUTED-TOTAL(WS-MEASURE-SUB) TO TOT-BURST-OUT.
011010     IF DISTRICT-FILE-TOTAL(WS-MEASURE-SUB)
011020             = SCHOOL-SECTION-TOTAL(WS-MEASURE-SUB)
011030         AND DISTRICT-FILE-TOTAL(WS-MEASURE-SUB)
011040             = DISTRIBUTED-TOTAL(WS-MEASURE-SUB)
011050         MOVE 'BALANCED' TO TOT-STATUS-OUT
011060     ELSE
011070         MOVE 'OUT OF BALANCE' TO TOT-STATUS-OUT
011080         ADD 1 TO WS-OUT-OF-BALANCE-COUNT
011090     END-IF.
011100     MOVE TOTAL-DETAIL-LINE TO PRINT-LINE.
011110     WRITE PRINT-LINE.
011120     ADD 1 TO WS-LINE-COUNT.
011130     ADD 1 TO WS-MEASURE-SUB.
011140
011150 PRINT-BALANCE-RESULT.
011160     MOVE HEADER-BLANK-LINE TO PRINT-LINE.
011170     WRITE PRINT-LINE.
011180     MOVE WS-SCHOOL-COUNT TO COUNT-OUT.
011190     MOVE 'Schools on the control report' TO COUNT-TEXT-OUT.
011200     PERFORM WRITE-COUNT-LINE.
011210     MOVE WS-LOG-ENTRIES-READ TO COUNT-OUT.
011220     MOVE 'Distribution log entries read' TO COUNT-TEXT-OUT.
011230     PERFORM WRITE-COUNT-LINE.
011240     IF UNMATCHED-COUNT(4) > ZERO
011250         MOVE UNMATCHED-COUNT(4) TO COUNT-OUT
011260         MOVE 'Export records not on the sorted roster'
011270             TO COUNT-TEXT-OUT
011280         PERFORM WRITE-COUNT-LINE
011290     END-IF.
011300     IF UNMATCHED-COUNT(5) > ZERO
011310         MOVE UNMATCHED-COUNT(5) TO COUNT-OUT
011320         MOVE 'Mailing records not on the sorted roster'
011330             TO COUNT-TEXT-OUT
011340         PERFORM WRITE-COUNT-LINE
011350     END-IF.
011360     IF WS-TABLE-FULL-COUNT > ZERO
011370         MOVE WS-TABLE-FULL-COUNT TO COUNT-OUT
011380         MOVE 'Records beyond the 50-school table'
011390             TO COUNT-TEXT-OUT
011400         PERFORM WRITE-COUNT-LINE
011410         ADD 1 TO WS-OUT-OF-BALANCE-COUNT
011420     END-IF.
011430     IF NOT LOG-FILE-PRESENT
011440         MOVE 'NO DISTRIBUTION LOG - NO SCHOOL WAS BURST'
011450             TO RESULT-TEXT-OUT
011460         MOVE RESULT-LINE TO PRINT-LINE
011470         WRITE PRINT-LINE
011480         ADD 1 TO WS-OUT-OF-BALANCE-COUNT
011490     END-IF.
011500     MOVE HEADER-BLANK-LINE TO PRINT-LINE.
011510     WRITE PRINT-LINE.
011520     IF WS-OUT-OF-BALANCE-COUNT = ZERO
011530         MOVE 'DISTRIBUTION BALANCED - PIECES ADD TO DISTRICT TOTA
011540-            'LS' TO RESULT-TEXT-OUT
011550     ELSE
011560         MOVE 'DISTRIBUTION OUT OF BALANCE - HOLD THE PIECES'
011570             TO RESULT-TEXT-OUT
011580         MOVE 8 TO RETURN-CODE
011590     END-IF.
011600     MOVE RESULT-LINE TO PRINT-LINE.
011610     WRITE PRINT-LINE.
011620
011630* STEPS run: STUDJOB's DIST steps, one per school code on the
011640* cards.  Every card is listed with what was made of it, and
011650* the steps are written only when every card was usable, so a
011660* bad card never silently drops a school from the stream.
011670
011680 GENERATE-DIST-STEPS.
011690     MOVE STEPS-TITLE-LINE TO HEADER-LINE-1.
011700     PERFORM WRITE-PAGE-HEADER.
011710     MOVE STEPS-HEADING-LINE TO PRINT-LINE.
011720     WRITE PRINT-LINE.
011730     ADD 1 TO WS-LINE-COUNT.
011740     PERFORM LOAD-SCHOOL-CARDS.
011750     IF WS-CARD-ERROR-COUNT = ZERO
011760         AND WS-STEP-COUNT > ZERO
011770         OPEN OUTPUT DIST-STEP-FILE
011780         PERFORM WRITE-STEP-COMMENTS
011790         MOVE 1 TO WS-SCHOOL-SUB
011800         PERFORM WRITE-DIST-STEP WS-STEP-COUNT TIMES
011810         CLOSE DIST-STEP-FILE
011820     END-IF.
011830     PERFORM PRINT-STEPS-RESULT.
011840
011850 LOAD-SCHOOL-CARDS.
011860     OPEN INPUT SCHOOL-CODE-FILE.
011870     IF WS-SCHOOLS-STATUS NOT = '00'
011880         DISPLAY 'SCHOOLS OPEN FAILED - ' WS-SCHOOLS-STATUS
011890         MOVE 16 TO RETURN-CODE
011900         STOP RUN
011910     END-IF.
011920     MOVE SPACES TO CARD-REMAINS-SWITCH.
011930     READ SCHOOL-CODE-FILE
011940         AT END MOVE 'NO' TO CARD-REMAINS-SWITCH
011950     END-READ.
011960     PERFORM APPLY-SCHOOL-CARD
011970         UNTIL CARD-REMAINS-SWITCH = 'NO'.
011980     CLOSE SCHOOL-CODE-FILE.
011990
012000 APPLY-SCHOOL-CARD.
012010     IF SCHOOL-CODE-CARD = SPACES
012020         OR SCARD-SCHOOL-CODE(1:1) = '*'
012030         CONTINUE
012040     ELSE
012050         PERFORM EDIT-SCHOOL-CARD
012060     END-IF.
012070     READ SCHOOL-CODE-FILE
012080         AT END MOVE 'NO' TO CARD-REMAINS-SWITCH
012090     END-READ.
012100
012110* The code becomes part of a step name and a dataset name, so
012120* it must be three letters or digits.
012130
012140 EDIT-SCHOOL-CARD.
012150     MOVE SCARD-SCHOOL-CODE TO STEP-SCHOOL-OUT.
012160     MOVE SPACES TO STEP-NAME-OUT.
012170     MOVE 'YES' TO WS-CODE-VALID-SWITCH.
012180     MOVE 1 TO WS-CHAR-SUB.
012190     PERFORM TEST-CODE-CHARACTER 3 TIMES.
012200     MOVE 'NO ' TO WS-SCHOOL-FOUND-SWITCH.
012210     MOVE 1 TO WS-SCHOOL-SUB.
012220     PERFORM TEST-STEP-SCHOOL
012230         UNTIL SCHOOL-FOUND OR WS-SCHOOL-SUB > WS-STEP-COUNT.
012240     EVALUATE TRUE
012250         WHEN NOT CODE-VALID
012260             MOVE 'REJECTED - CODE MUST BE 3 LETTERS OR DIGITS'
012270                 TO STEP-RESULT-OUT
012280             ADD 1 TO WS-CARD-ERROR-COUNT
012290         WHEN SCHOOL-FOUND
012300             MOVE 'REJECTED - CODE IS ON AN EARLIER CARD'
012310                 TO STEP-RESULT-OUT
012320             ADD 1 TO WS-CARD-ERROR-COUNT
012330         WHEN WS-STEP-COUNT >= 50
012340             MOVE 'REJECTED - MORE THAN 50 SCHOOL CODES'
012350                 TO STEP-RESULT-OUT
012360             ADD 1 TO WS-CARD-ERROR-COUNT
012370         WHEN OTHER
012380             ADD 1 TO WS-STEP-COUNT
012390             MOVE SCARD-SCHOOL-CODE
012400                 TO STEP-SCHOOL-CODE(WS-STEP-COUNT)
012410             STRING 'DIST' SCARD-SCHOOL-CODE DELIMITED BY SIZE
012420                 INTO STEP-NAME-OUT
012430             MOVE 'ACCEPTED' TO STEP-RESULT-OUT
012440     END-EVALUATE.
012450     IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
012460         PERFORM WRITE-PAGE-HEADER
012470         MOVE STEPS-HEADING-LINE TO PRINT-LINE
012480         WRITE PRINT-LINE
012490         ADD 1 TO WS-LINE-COUNT
012500     END-IF.
012510     MOVE STEPS-DETAIL-LINE TO PRINT-LINE.
012520     WRITE PRINT-LINE.
012530     ADD 1 TO WS-LINE-COUNT.
012540
012550 TEST-CODE-CHARACTER.
012560     IF SCARD-SCHOOL-CODE(WS-CHAR-SUB:1) IS NOT NUMERIC
012570         IF SCARD-SCHOOL-CODE(WS-CHAR-SUB:1) = SPACE
012580             OR SCARD-SCHOOL-CODE(WS-CHAR-SUB:1)
012590                 IS NOT ALPHABETIC-UPPER
012600             MOVE 'NO ' TO WS-CODE-VALID-SWITCH
012610         END-IF
012620     END-IF.
012630     ADD 1 TO WS-CHAR-SUB.
012640
012650 TEST-STEP-SCHOOL.
012660     IF STEP-SCHOOL-CODE(WS-SCHOOL-SUB) = SCARD-SCHOOL-CODE
012670         MOVE 'YES' TO WS-SCHOOL-FOUND-SWITCH
012680     ELSE
012690         ADD 1 TO WS-SCHOOL-SUB
012700     END-IF.
012710
012720 WRITE-STEP-COMMENTS.
012730     MOVE 'STUDJOB DIST STEPS - ONE PER SCHOOL CODE ON THE SCHOOL'
012740         TO STEP-COMMENT-TEXT.
012750     MOVE STEP-COMMENT-CARD TO DIST-STEP-LINE.
012760     WRITE DIST-STEP-LINE.
012770     MOVE SPACES TO STEP-COMMENT-TEXT.
012780     STRING 'CARDS, WRITTEN BY SCHBURST PARM=''STEPS'' ON '
012790         WS-FORMATTED-DATE '.' DELIMITED BY SIZE
012800         INTO STEP-COMMENT-TEXT.
012810     MOVE STEP-COMMENT-CARD TO DIST-STEP-LINE.
012820     WRITE DIST-STEP-LINE.
012830     MOVE 'DO NOT EDIT - CORRECT THE CARDS AND RERUN IT INSTEAD.'
012840         TO STEP-COMMENT-TEXT.
012850     MOVE STEP-COMMENT-CARD TO DIST-STEP-LINE.
012860     WRITE DIST-STEP-LINE.
012870
012880 WRITE-DIST-STEP.
012890     MOVE STEP-SCHOOL-CODE(WS-SCHOOL-SUB) TO STEP-EXEC-SCHOOL.
012900     MOVE STEP-SCHOOL-CODE(WS-SCHOOL-SUB) TO STEP-EXEC-PARM.
012910     MOVE STEP-EXEC-CARD TO DIST-STEP-LINE.
012920     WRITE DIST-STEP-LINE.
012930     MOVE STEP-COND-CARD TO DIST-STEP-LINE.
012940     WRITE DIST-STEP-LINE.
012950     ADD 1 TO WS-SCHOOL-SUB.
012960
012970 PRINT-STEPS-RESULT.
012980     MOVE HEADER-BLANK-LINE TO PRINT-LINE.
012990     WRITE PRINT-LINE.
013000     MOVE WS-STEP-COUNT TO COUNT-OUT.
013010     MOVE 'School codes accepted' TO COUNT-TEXT-OUT.
013020     PERFORM WRITE-COUNT-LINE.
013030     MOVE WS-CARD-ERROR-COUNT TO COUNT-OUT.
013040     MOVE 'School cards rejected' TO COUNT-TEXT-OUT.
013050     PERFORM WRITE-COUNT-LINE.
013060     MOVE HEADER-BLANK-LINE TO PRINT-LINE.
013070     WRITE PRINT-LINE.
013080     IF WS-CARD-ERROR-COUNT = ZERO
013090         AND WS-STEP-COUNT > ZERO
013100         MOVE 'DIST STEPS WRITTEN - ONE PER SCHOOL CODE'
013110             TO RESULT-TEXT-OUT
013120     ELSE
013130         MOVE 'DIST STEPS NOT WRITTEN - CORRECT THE SCHOOL CARDS'
013140             TO RESULT-TEXT-OUT
013150         MOVE 16 TO RETURN-CODE
013160     END-IF.
013170     MOVE RESULT-LINE TO PRINT-LINE.
013180     WRITE PRINT-LINE.
013190
013200 WRITE-COUNT-LINE.
013210     IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
013220         PERFORM WRITE-PAGE-HEADER
013230     END-IF.
013240     MOVE COUNT-LINE TO PRINT-LINE.
013250     WRITE PRINT-LINE.
013260     ADD 1 TO WS-LINE-COUNT.
013270
013280 WRITE-PAGE-HEADER.
013290     ADD 1 TO WS-PAGE-NUMBER.
013300     MOVE ZERO TO WS-LINE-COUNT.
013310     MOVE WS-FORMATTED-DATE TO HEADER-RUN-DATE-OUT.
013320     MOVE WS-PAGE-NUMBER TO HEADER-PAGE-NUM-OUT.
013330     MOVE HEADER-LINE-1 TO PRINT-LINE.
013340     WRITE PRINT-LINE.
013350     MOVE HEADER-LINE-2 TO PRINT-LINE.
013360     WRITE PRINT-LINE.
013370     MOVE HEADER-BLANK-LINE TO PRINT-LINE.
013380     WRITE PRINT-LINE.
013390
013400 FORMAT-RUN-DATE.
013410     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
013420     STRING WS-CURRENT-DATE(1:4) '-' WS-CURRENT-DATE(5:2) '-'
013430         WS-CURRENT-DATE(7:2) DELIMITED BY SIZE
013440         INTO WS-FORMATTED-DATE.
013450     ACCEPT WS-CURRENT-TIME FROM TIME.
013460     STRING WS-CURRENT-TIME(1:2) ':' WS-CURRENT-TIME(3:2) ':'
013470         WS-CURRENT-TIME(5:2) DELIMITED BY SIZE
013480         INTO WS-FORMATTED-TIME.
013490
013500* Control totals: every step of the STUDJOB stream appends its
013510* record counts to the run's CTLTOTS dataset and CTLBAL proves
013520* the steps against each other at the end of the stream.  A
013530* run without a CTLTOTS DD records nothing.  A burst records
013540* an 'S' entry for its school, the balance run an 'F' entry
013550* for the district report.
013560
013570 RECORD-CONTROL-TOTALS.
013580     OPEN EXTEND CONTROL-TOTALS-FILE.
013590     IF WS-CTLTOTS-STATUS = '00'
013600         MOVE SPACES TO CONTROL-TOTALS-RECORD
013610         MOVE 'SCHBURST' TO CTL-JOB-NAME
013620         MOVE WS-FORMATTED-DATE TO CTL-RUN-DATE
013630         MOVE WS-FORMATTED-TIME TO CTL-RUN-TIME
013640         MOVE ZERO TO CTL-RECORDS-EXCLUDED
013650         IF BALANCE-RUN
013660             MOVE 'DISTBAL' TO CTL-STEP-NAME
013670             MOVE 'DISTRPT' TO CTL-FILE-NAME
013680             MOVE 'F' TO CTL-ENTRY-LEVEL
013690             MOVE DISTRICT-FILE-TOTAL(3) TO CTL-RECORDS-IN
013700             MOVE DISTRIBUTED-TOTAL(3) TO CTL-RECORDS-OUT
013710             MOVE WS-OUT-OF-BALANCE-COUNT
013720                 TO CTL-RECORDS-REJECTED
013730         ELSE
013740             MOVE 'DIST' TO CTL-STEP-NAME
013750             MOVE 'SCHRPT' TO CTL-FILE-NAME
013760             MOVE 'S' TO CTL-ENTRY-LEVEL
013770             MOVE WS-TARGET-SCHOOL TO CTL-SCHOOL-CODE
013780             MOVE ZERO TO CTL-RECORDS-IN
013790             IF WS-TARGET-SUB > ZERO
013800                 AND WS-TARGET-SUB NOT > WS-SCHOOL-COUNT
013810                 MOVE BAL-DISTRICT-COUNT(WS-TARGET-SUB, 3)
013820                     TO CTL-RECORDS-IN
013830             END-IF
013840             MOVE PIECE-WRITTEN-COUNT(3) TO CTL-RECORDS-OUT
013850             MOVE ZERO TO CTL-RECORDS-REJECTED
013860         END-IF
013870         WRITE CONTROL-TOTALS-RECORD
013880         CLOSE CONTROL-TOTALS-FILE
013890     END-IF.
