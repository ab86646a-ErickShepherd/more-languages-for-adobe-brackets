000001* Purpose:        Front-office student inquiry screen.
000002*
000003* Answers the front office's phone questions - what grade is
000004* the student in, who is the guardian, did the student
000005* withdraw - at the terminal instead of through a CHGINQ,
000006* TRNSCRPT or GRADVERF request card and next-day printout.
000007* The clerk keys a student ID, or the start of a name to
000008* browse the matching students and pick one by line number,
000009* and gets one screen in four parts:
000010*   - the student master record, with the enrollment status
000011*     decoded, the status reason code as keyed on the 'S'
000012*     transaction, and the effective month;
000013*   - the guardian, mailing address and phone from the
000014*     contact file CNTCMNT maintains;
000015*   - the most recent term on the grade history - the last
000016*     term in the term order TRNSCRPT prints - with its
000017*     courses, the catalog title of each, and the term GPA
000018*     by the same A=4 through F=0 credit-weighted arithmetic;
000019*   - the latest change-journal entries for the student,
000020*     newest first, showing who changed the grade, GPA,
000021*     school or status and when.
000022* A student no longer on the master is looked for on the
000023* graduate history, so alumni are still found; the screen
000024* then shows the record as it stood at graduation with the
000025* graduation year.  A name browse lists current students and
000026* alumni together.
000027*
000028* Nothing is updated: every file is opened for input only.
000029* Every inquiry - each ID looked up, each name browsed and
000030* each student viewed from a browse - is logged to INQLOG
000031* with the operator ID, date and time, the value keyed and
000032* the student shown, because the screen shows guardians'
000033* addresses.  The log is opened and closed around each entry
000034* so an inquiry is on file as soon as it is answered, and the
000035* inquiry will not start without an operator ID or a log.
000036*
000037* The grade history, change journal and graduate history are
000038* sequential files and are read through for each student
000039* viewed; the contact file, course catalog, grade history,
000040* journal and graduate history are all optional and the
000041* screen says so when one is not available.
000042*
000043* Inquiry log layout (INQLOG, 80 bytes, '|' between fields):
000044*   run date (YYYY-MM-DD), run time (HH:MM:SS), operator ID,
000045*   inquiry type (I = ID keyed, N = name browse, V = student
000046*   viewed from a browse), value keyed, student ID shown,
000047*   result (MASTER, ALUMNI, NOTFOUND, MATCHES), match count.
000048*
000049* DD names: STUDMAST (student master), STUDCNTC (contacts),
000050* GRDHIST (grade history), CRSCAT (course catalog), CHGHIST
000051* (change journal), GRADHIST (graduate history), INQLOG
000052* (inquiry log).
000053
000060 IDENTIFICATION DIVISION.
000061 PROGRAM-ID.       STUDINQ.
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
000150     SELECT STUDENT-CONTACT-FILE ASSIGN TO "STUDCNTC"
000160         ORGANIZATION IS INDEXED
000170         ACCESS MODE IS DYNAMIC
000180         RECORD KEY IS CONTACT-STUDENT-ID
000190         FILE STATUS IS WS-CONTACT-STATUS.
000200     SELECT COURSE-CATALOG-FILE ASSIGN TO "CRSCAT"
000210         ORGANIZATION IS INDEXED
000220         ACCESS MODE IS DYNAMIC
000230         RECORD KEY IS CATALOG-COURSE-CODE
000240         FILE STATUS IS WS-CATALOG-STATUS.
000250     SELECT GRADE-HISTORY-FILE ASSIGN TO "GRDHIST"
000260         ORGANIZATION IS LINE SEQUENTIAL
000270         FILE STATUS IS WS-GHIST-STATUS.
000280     SELECT CHANGE-HISTORY-FILE ASSIGN TO "CHGHIST"
000290         ORGANIZATION IS LINE SEQUENTIAL
000300         FILE STATUS IS WS-JOURNAL-STATUS.
000310     SELECT GRADUATE-HISTORY-FILE ASSIGN TO "GRADHIST"
000320         ORGANIZATION IS LINE SEQUENTIAL
000330         FILE STATUS IS WS-GRADHIST-STATUS.
000340     SELECT INQUIRY-LOG-FILE ASSIGN TO "INQLOG"
000350         ORGANIZATION IS LINE SEQUENTIAL
000360         FILE STATUS IS WS-INQLOG-STATUS.
000370
000380 DATA DIVISION.
000390 FILE SECTION.
000400 FD  STUDENT-MASTER-FILE
000410     RECORD CONTAINS 43 CHARACTERS
000420     DATA RECORD IS MASTER-STUDENT-RECORD.
000430 01  MASTER-STUDENT-RECORD.
000440     05  MASTER-STUDENT-ID   PIC X(9).
000450     05  MASTER-STUDENT-NAME PIC X(20).
000460     05  FILLER              PIC X(14).
000470
000480 FD  STUDENT-CONTACT-FILE
000490     RECORD CONTAINS 86 CHARACTERS
000500     DATA RECORD IS STUDENT-CONTACT-RECORD.
000510 01  STUDENT-CONTACT-RECORD.
000520     05  CONTACT-STUDENT-ID  PIC X(9).
000530     05  CONTACT-GUARDIAN    PIC X(20).
000540     05  CONTACT-STREET      PIC X(25).
000550     05  CONTACT-CITY        PIC X(15).
000560     05  CONTACT-STATE       PIC X(2).
000570     05  CONTACT-ZIP         PIC X(5).
000580     05  CONTACT-PHONE       PIC X(10).
000590
000600 FD  COURSE-CATALOG-FILE
000610     RECORD CONTAINS 40 CHARACTERS
000620     DATA RECORD IS COURSE-CATALOG-RECORD.
000630 01  COURSE-CATALOG-RECORD.
000640     05  CATALOG-COURSE-CODE PIC X(8).
000650     05  CATALOG-TITLE       PIC X(25).
000660     05  CATALOG-DEPARTMENT  PIC X(4).
000670     05  CATALOG-CREDIT-HOURS PIC 9V9.
000680     05  CATALOG-STATUS      PIC X.
000690
000700 FD  GRADE-HISTORY-FILE
000710     RECORD CONTAINS 36 CHARACTERS
000720     DATA RECORD IS GRADE-HISTORY-RECORD.
000730 01  GRADE-HISTORY-RECORD.
000740     05  GHIST-STUDENT-ID    PIC X(9).
000750     05  GHIST-TERM          PIC X(5).
000760     05  GHIST-COURSE-CODE   PIC X(8).
000770     05  GHIST-CREDIT-HOURS  PIC 9V9.
000780     05  GHIST-LETTER        PIC X.
000790     05  GHIST-DELIM         PIC X.
000800     05  GHIST-POST-DATE     PIC X(10).
000810
000820 FD  CHANGE-HISTORY-FILE
000830     RECORD CONTAINS 118 CHARACTERS
000840     DATA RECORD IS CHANGE-HISTORY-RECORD.
000850 01  CHANGE-HISTORY-RECORD.
000860     05  JRNL-TRANS-CODE     PIC X.
000870     05  JRNL-DELIM-1        PIC X.
000880     05  JRNL-RUN-DATE       PIC X(10).
000890     05  JRNL-DELIM-2        PIC X.
000900     05  JRNL-RUN-TIME       PIC X(8).
000910     05  JRNL-DELIM-3        PIC X.
000920     05  JRNL-OPERATOR-ID    PIC X(8).
000930     05  JRNL-DELIM-4        PIC X.
000940     05  JRNL-BEFORE-IMAGE.
000950         10  JRNL-BEF-STUDENT-ID PIC X(9).
000960         10  FILLER          PIC X(20).
000970         10  JRNL-BEF-GRADE-LEVEL PIC X(2).
000980         10  JRNL-BEF-GPA    PIC 9V99.
000990         10  JRNL-BEF-SCHOOL-CODE PIC X(3).
001000         10  JRNL-BEF-STATUS PIC X.
001010         10  FILLER          PIC X(5).
001020     05  JRNL-DELIM-5        PIC X.
001030     05  JRNL-AFTER-IMAGE.
001040         10  JRNL-AFT-STUDENT-ID PIC X(9).
001050         10  FILLER          PIC X(20).
001060         10  JRNL-AFT-GRADE-LEVEL PIC X(2).
001070         10  JRNL-AFT-GPA    PIC 9V99.
001080         10  JRNL-AFT-SCHOOL-CODE PIC X(3).
001090         10  JRNL-AFT-STATUS PIC X.
001100         10  FILLER          PIC X(5).
001110
001120 FD  GRADUATE-HISTORY-FILE
001130     RECORD CONTAINS 48 CHARACTERS
001140     DATA RECORD IS GRADUATE-HISTORY-RECORD.
001150 01  GRADUATE-HISTORY-RECORD.
001160     05  GRAD-YEAR           PIC X(4).
001170     05  GRAD-DELIM          PIC X.
001180     05  GRAD-IMAGE.
001190         10  GRAD-STUDENT-ID PIC X(9).
001200         10  GRAD-STUDENT-NAME PIC X(20).
001210         10  FILLER          PIC X(14).
001220
001230 FD  INQUIRY-LOG-FILE
001240     RECORD CONTAINS 80 CHARACTERS
001250     DATA RECORD IS INQUIRY-LOG-RECORD.
001260 01  INQUIRY-LOG-RECORD.
001270     05  LOG-RUN-DATE        PIC X(10).
001280     05  LOG-DELIM-1         PIC X.
001290     05  LOG-RUN-TIME        PIC X(8).
001300     05  LOG-DELIM-2         PIC X.
001310     05  LOG-OPERATOR-ID     PIC X(8).
001320     05  LOG-DELIM-3         PIC X.
001330     05  LOG-INQUIRY-TYPE    PIC X.
001340     05  LOG-DELIM-4         PIC X.
001350     05  LOG-SEARCH-VALUE    PIC X(20).
001360     05  LOG-DELIM-5         PIC X.
001370     05  LOG-STUDENT-ID      PIC X(9).
001380     05  LOG-DELIM-6         PIC X.
001390     05  LOG-RESULT          PIC X(8).
001400     05  LOG-DELIM-7         PIC X.
001410     05  LOG-MATCH-COUNT     PIC 9(3).
001420     05  FILLER              PIC X(6).
001430
001440 WORKING-STORAGE SECTION.
001450 01  WS-MASTER-STATUS        PIC X(2)      VALUE SPACES.
001460 01  WS-CONTACT-STATUS       PIC X(2)      VALUE SPACES.
001470 01  WS-CATALOG-STATUS       PIC X(2)      VALUE SPACES.
001480 01  WS-GHIST-STATUS         PIC X(2)      VALUE SPACES.
001490 01  WS-JOURNAL-STATUS       PIC X(2)      VALUE SPACES.
001500 01  WS-GRADHIST-STATUS      PIC X(2)      VALUE SPACES.
001510 01  WS-INQLOG-STATUS        PIC X(2)      VALUE SPACES.
001520 01  WS-CONTACT-FILE-SWITCH  PIC X(3)      VALUE 'YES'.
001530     88  CONTACT-FILE-PRESENT VALUE 'YES'.
001540 01  WS-CATALOG-FILE-SWITCH  PIC X(3)      VALUE 'YES'.
001550     88  CATALOG-PRESENT     VALUE 'YES'.
001560 01  WS-HISTORY-FILE-SWITCH  PIC X(3)      VALUE 'YES'.
001570     88  HISTORY-PRESENT     VALUE 'YES'.
001580 01  WS-JOURNAL-FILE-SWITCH  PIC X(3)      VALUE 'YES'.
001590     88  JOURNAL-PRESENT     VALUE 'YES'.
001600 01  WS-GRADHIST-FILE-SWITCH PIC X(3)      VALUE 'YES'.
001610     88  GRADHIST-PRESENT    VALUE 'YES'.
001620 01  WS-SESSION-SWITCH       PIC X(3)      VALUE 'NO '.
001630     88  SESSION-ENDED       VALUE 'YES'.
001640 01  WS-BROWSE-SWITCH        PIC X(3)      VALUE 'NO '.
001650     88  BROWSE-ENDED        VALUE 'YES'.
001660 01  WS-STUDENT-SOURCE       PIC X         VALUE SPACE.
001670     88  FOUND-ON-MASTER     VALUE 'M'.
001680     88  FOUND-ON-GRADHIST   VALUE 'G'.
001690     88  STUDENT-NOT-FOUND   VALUE SPACE.
001700 01  MASTER-REMAINS-SWITCH   PIC X(2)      VALUE SPACES.
001710 01  HISTORY-REMAINS-SWITCH  PIC X(2)      VALUE SPACES.
001720 01  JOURNAL-REMAINS-SWITCH  PIC X(2)      VALUE SPACES.
001730 01  GRADHIST-REMAINS-SWITCH PIC X(2)      VALUE SPACES.
001740 01  WS-OPERATOR-ID          PIC X(8)      VALUE SPACES.
001750 01  WS-INQUIRY-TYPE         PIC X         VALUE SPACE.
001760 01  WS-LOG-VALUE            PIC X(20)     VALUE SPACES.
001770 01  WS-LOG-RESULT           PIC X(8)      VALUE SPACES.
001780 01  WS-LOG-MATCH-COUNT      PIC 9(3)      VALUE ZERO.
001790 01  WS-VIEW-STUDENT-ID      PIC X(9)      VALUE SPACES.
001800 01  WS-GRAD-YEAR            PIC X(4)      VALUE SPACES.
001810 01  WS-SEARCH-NAME          PIC X(20)     VALUE SPACES.
001820 01  WS-NAME-LENGTH          PIC 9(2)      VALUE ZERO.
001830 01  WS-MATCH-COUNT          PIC 9(5)      VALUE ZERO.
001840 01  WS-MATCH-SUB            PIC 9(3)      VALUE ZERO.
001850 01  WS-BROWSE-CHOICE        PIC 9(2)      VALUE ZERO.
001860 01  WS-SCREEN-REPLY         PIC X         VALUE SPACE.
001870 01  WS-SCREEN-MESSAGE       PIC X(78)     VALUE SPACES.
001880 01  WS-LATEST-TERM          PIC X(5)      VALUE SPACES.
001890 01  WS-TERM-COURSE-COUNT    PIC 9(3)      VALUE ZERO.
001900 01  WS-COURSE-SUB           PIC 9(3)      VALUE ZERO.
001910 01  WS-GRADE-POINTS         PIC 9         VALUE ZERO.
001920 01  WS-TERM-QP              PIC 9(4)V99   VALUE ZERO.
001930 01  WS-TERM-CREDITS         PIC 9(3)V9    VALUE ZERO.
001940 01  WS-TERM-GPA             PIC 9V99      VALUE ZERO.
001950 01  WS-CHANGE-COUNT         PIC 9(5)      VALUE ZERO.
001960 01  WS-CHANGE-KEPT          PIC 9(2)      VALUE ZERO.
001970 01  WS-CHANGE-SUB           PIC 9(2)      VALUE ZERO.
001980 01  WS-LINE-SUB             PIC 9(2)      VALUE ZERO.
001990 01  WS-GPA-EDIT             PIC 9.99      VALUE ZERO.
002000 01  WS-CURRENT-DATE         PIC 9(8)      VALUE ZERO.
002010 01  WS-FORMATTED-DATE       PIC X(10)     VALUE SPACES.
002020 01  WS-CURRENT-TIME         PIC 9(8)      VALUE ZERO.
002030 01  WS-FORMATTED-TIME       PIC X(8)      VALUE SPACES.
002040
002050* The fields the clerk keys on the search screen.
002060
002070 01  INQUIRY-REQUEST.
002080     05  INQ-STUDENT-ID      PIC X(9).
002090     05  INQ-STUDENT-NAME    PIC X(20).
002100
002110* The record being shown, whether it came from the master or
002120* from the graduate history image.
002130
002140 01  WS-VIEW-RECORD.
002150     05  VIEW-STUDENT-ID     PIC X(9).
002160     05  VIEW-STUDENT-NAME   PIC X(20).
002170     05  VIEW-GRADE-LEVEL    PIC X(2).
002180     05  VIEW-GPA            PIC 9V99.
002190     05  VIEW-SCHOOL-CODE    PIC X(3).
002200     05  VIEW-ENROLL-STATUS  PIC X.
002210         88  VIEW-IS-ACTIVE  VALUES SPACE 'A'.
002220         88  VIEW-IS-WITHDRAWN VALUE 'W'.
002230         88  VIEW-IS-TRANSFERRED VALUE 'T'.
002240     05  VIEW-STATUS-REASON  PIC X.
002250     05  VIEW-STATUS-DATE.
002260         10  VIEW-STATUS-YY  PIC X(2).
002270         10  VIEW-STATUS-MM  PIC X(2).
002280
002290* Name-browse matches: the first twelve are kept for the
002300* browse screen, and the count says how many there were.
002310
002320 01  MATCH-TABLE.
002330     05  MATCH-ENTRY         OCCURS 12 TIMES.
002340         10  MATCH-STUDENT-ID PIC X(9).
002350
002360* Courses of the latest term seen so far while the grade
002370* history is read through; the table starts again whenever a
002380* later term turns up.  Six fit on the screen; the term GPA
002390* counts every course in the term.
002400
002410 01  TERM-COURSE-TABLE.
002420     05  TERM-COURSE-ENTRY   OCCURS 6 TIMES.
002430         10  TCRS-COURSE-CODE PIC X(8).
002440         10  TCRS-CREDIT-HOURS PIC 9V9.
002450         10  TCRS-LETTER     PIC X.
002460
002470* The last four journal entries for the student, oldest
002480* first, as the journal is read through.
002490
002500 01  CHANGE-KEPT-TABLE.
002510     05  CHANGE-KEPT-ENTRY   OCCURS 4 TIMES.
002520         10  CKEPT-TRANS-CODE PIC X.
002530         10  CKEPT-RUN-DATE  PIC X(10).
002540         10  CKEPT-OPERATOR-ID PIC X(8).
002550         10  CKEPT-BEF-GRADE PIC X(2).
002560         10  CKEPT-AFT-GRADE PIC X(2).
002570         10  CKEPT-BEF-GPA   PIC X(4).
002580         10  CKEPT-AFT-GPA   PIC X(4).
002590         10  CKEPT-BEF-SCHOOL PIC X(3).
002600         10  CKEPT-AFT-SCHOOL PIC X(3).
002610         10  CKEPT-BEF-STATUS PIC X.
002620         10  CKEPT-AFT-STATUS PIC X.
002630
002640* Screen lines are built here the way report lines are built
002650* for a print file, and the screens below show them.
002660
002670 01  TITLE-SCREEN-LINE.
002680     05  FILLER              PIC X(28)
002690         VALUE 'STUDENT INQUIRY - READ ONLY'.
002700     05  FILLER              PIC X(10)     VALUE 'OPERATOR: '.
002710     05  TITLE-OPERATOR-OUT  PIC X(8).
002720     05  FILLER              PIC X(3)      VALUE SPACES.
002730     05  TITLE-DATE-OUT      PIC X(10).
002740     05  FILLER              PIC X(2)      VALUE SPACES.
002750     05  TITLE-TIME-OUT      PIC X(8).
002760     05  FILLER              PIC X(9)      VALUE SPACES.
002770
002780 01  BROWSE-TITLE-LINE.
002790     05  FILLER              PIC X(17)
002800         VALUE 'NAMES BEGINNING '.
002810     05  BROWSE-NAME-OUT     PIC X(20).
002820     05  FILLER              PIC X(2)      VALUE SPACES.
002830     05  BROWSE-COUNT-OUT    PIC ZZZZ9.
002840     05  FILLER              PIC X(34)
002850         VALUE ' MATCHES'.
002860
002870 01  BROWSE-HEADING-LINE.
002880     05  FILLER              PIC X(5)      VALUE 'LINE'.
002890     05  FILLER              PIC X(11)     VALUE 'STUDENT ID'.
002900     05  FILLER              PIC X(22)     VALUE 'NAME'.
002910     05  FILLER              PIC X(7)      VALUE 'GRADE'.
002920     05  FILLER              PIC X(8)      VALUE 'SCHOOL'.
002930     05  FILLER              PIC X(25)     VALUE 'STATUS'.
002940
002950 01  BROWSE-DETAIL-LINE.
002960     05  BROWSE-LINE-OUT     PIC Z9.
002970     05  FILLER              PIC X(3)      VALUE SPACES.
002980     05  BROWSE-ID-OUT       PIC X(9).
002990     05  FILLER              PIC X(2)      VALUE SPACES.
003000     05  BROWSE-STUDENT-OUT  PIC X(20).
003010     05  FILLER              PIC X(2)      VALUE SPACES.
003020     05  BROWSE-GRADE-OUT    PIC X(2).
003030     05  FILLER              PIC X(5)      VALUE SPACES.
003040     05  BROWSE-SCHOOL-OUT   PIC X(3).
003050     05  FILLER              PIC X(5)      VALUE SPACES.
003060     05  BROWSE-STATUS-OUT   PIC X(25).
003070
003080 01  BROWSE-SCREEN-TABLE.
003090     05  BROWSE-SCREEN-LINE  PIC X(78)     OCCURS 12 TIMES.
003100
003110 01  STUDENT-SCREEN-LINE.
003120     05  FILLER              PIC X(9)      VALUE 'STUDENT  '.
003130     05  STU-ID-OUT          PIC X(9).
003140     05  FILLER              PIC X(2)      VALUE SPACES.
003150     05  STU-NAME-OUT        PIC X(20).
003160     05  FILLER              PIC X(8)      VALUE '  GRADE '.
003170     05  STU-GRADE-OUT       PIC X(2).
003180     05  FILLER              PIC X(9)      VALUE '  SCHOOL '.
003190     05  STU-SCHOOL-OUT      PIC X(3).
003200     05  FILLER              PIC X(6)      VALUE '  GPA '.
003210     05  STU-GPA-OUT         PIC 9.99.
003220     05  FILLER              PIC X(6)      VALUE SPACES.
003230
003240 01  STATUS-SCREEN-LINE.
003250     05  FILLER              PIC X(9)      VALUE 'STATUS   '.
003260     05  STS-STATUS-OUT      PIC X(16).
003270     05  FILLER              PIC X(8)      VALUE 'REASON  '.
003280     05  STS-REASON-OUT      PIC X(24).
003290     05  FILLER              PIC X(2)      VALUE SPACES.
003300     05  STS-SINCE-LABEL-OUT PIC X(7).
003310     05  STS-SINCE-OUT       PIC X(12).
003320
003330 01  GUARDIAN-SCREEN-LINE.
003340     05  FILLER              PIC X(9)      VALUE 'GUARDIAN '.
003350     05  GRD-GUARDIAN-OUT    PIC X(20).
003360     05  FILLER              PIC X(4)      VALUE SPACES.
003370     05  GRD-PHONE-LABEL-OUT PIC X(7).
003380     05  GRD-PHONE-OUT.
003390         10  GRD-PHONE-OPEN  PIC X.
003400         10  GRD-PHONE-AREA  PIC X(3).
003410         10  GRD-PHONE-CLOSE PIC X(2).
003420         10  GRD-PHONE-EXCH  PIC X(3).
003430         10  GRD-PHONE-DASH  PIC X.
003440         10  GRD-PHONE-LINE  PIC X(4).
003450     05  FILLER              PIC X(24)     VALUE SPACES.
003460
003470 01  ADDRESS-SCREEN-LINE.
003480     05  FILLER              PIC X(9)      VALUE 'ADDRESS  '.
003490     05  ADR-STREET-OUT      PIC X(25).
003500     05  FILLER              PIC X(2)      VALUE SPACES.
003510     05  ADR-CITY-OUT        PIC X(15).
003520     05  FILLER              PIC X         VALUE SPACE.
003530     05  ADR-STATE-OUT       PIC X(2).
003540     05  FILLER              PIC X(2)      VALUE SPACES.
003550     05  ADR-ZIP-OUT         PIC X(5).
003560     05  FILLER              PIC X(17)     VALUE SPACES.
003570
003580 01  TERM-SCREEN-LINE.
003590     05  FILLER              PIC X(12)     VALUE 'LATEST TERM '.
003600     05  TRM-TERM-OUT        PIC X(5).
003610     05  FILLER              PIC X(11)     VALUE '   COURSES '.
003620     05  TRM-COURSES-OUT     PIC ZZ9.
003630     05  FILLER              PIC X(11)     VALUE '   CREDITS '.
003640     05  TRM-CREDITS-OUT     PIC ZZ9.9.
003650     05  FILLER              PIC X(12)     VALUE '   TERM GPA '.
003660     05  TRM-GPA-OUT         PIC 9.99.
003670     05  FILLER              PIC X(15)     VALUE SPACES.
003680
003690 01  COURSE-DETAIL-LINE.
003700     05  FILLER              PIC X(3)      VALUE SPACES.
003710     05  CRS-CODE-OUT        PIC X(8).
003720     05  FILLER              PIC X(2)      VALUE SPACES.
003730     05  CRS-TITLE-OUT       PIC X(25).
003740     05  FILLER              PIC X(2)      VALUE SPACES.
003750     05  CRS-CREDITS-OUT     PIC 9.9.
003760     05  FILLER              PIC X(3)      VALUE SPACES.
003770     05  CRS-LETTER-OUT      PIC X.
003780     05  FILLER              PIC X(31)     VALUE SPACES.
003790
003800 01  COURSE-SCREEN-TABLE.
003810     05  COURSE-SCREEN-LINE  PIC X(78)     OCCURS 6 TIMES.
003820
003830 01  CHANGE-TITLE-LINE.
003840     05  FILLER              PIC X(16)
003850         VALUE 'RECENT CHANGES  '.
003860     05  CHG-COUNT-OUT       PIC ZZZZ9.
003870     05  FILLER              PIC X(57)
003880         VALUE ' ON THE JOURNAL, LATEST SHOWN FIRST'.
003890
003900 01  CHANGE-DETAIL-LINE.
003910     05  FILLER              PIC X(3)      VALUE SPACES.
003920     05  CHG-CODE-OUT        PIC X.
003930     05  FILLER              PIC X         VALUE SPACE.
003940     05  CHG-DATE-OUT        PIC X(10).
003950     05  FILLER              PIC X         VALUE SPACE.
003960     05  CHG-OPERATOR-OUT    PIC X(8).
003970     05  FILLER              PIC X(7)      VALUE ' GRADE '.
003980     05  CHG-BEF-GRADE-OUT   PIC X(2).
003990     05  FILLER              PIC X         VALUE '>'.
004000     05  CHG-AFT-GRADE-OUT   PIC X(2).
004010     05  FILLER              PIC X(5)      VALUE ' GPA '.
004020     05  CHG-BEF-GPA-OUT     PIC X(4).
004030     05  FILLER              PIC X         VALUE '>'.
004040     05  CHG-AFT-GPA-OUT     PIC X(4).
004050     05  FILLER              PIC X(8)      VALUE ' SCHOOL '.
004060     05  CHG-BEF-SCHOOL-OUT  PIC X(3).
004070     05  FILLER              PIC X         VALUE '>'.
004080     05  CHG-AFT-SCHOOL-OUT  PIC X(3).
004090     05  FILLER              PIC X(8)      VALUE ' STATUS '.
004100     05  CHG-BEF-STATUS-OUT  PIC X.
004110     05  FILLER              PIC X         VALUE '>'.
004120     05  CHG-AFT-STATUS-OUT  PIC X.
004130     05  FILLER              PIC X         VALUE SPACE.
004140
004150 01  CHANGE-SCREEN-TABLE.
004160     05  CHANGE-SCREEN-LINE  PIC X(78)     OCCURS 4 TIMES.
004170
004180 01  GUARDIAN-VIEW-LINE      PIC X(78)     VALUE SPACES.
004190 01  ADDRESS-VIEW-LINE       PIC X(78)     VALUE SPACES.
004200 01  TERM-VIEW-LINE          PIC X(78)     VALUE SPACES.
004210 01  CHANGE-VIEW-LINE        PIC X(78)     VALUE SPACES.
004220
004230 SCREEN SECTION.
004240 01  SEARCH-SCREEN.
004250     05  BLANK SCREEN.
004260     05  LINE 1 COLUMN 2     PIC X(78) FROM TITLE-SCREEN-LINE.
004270     05  LINE 3 COLUMN 2
004280         VALUE 'KEY A STUDENT ID, OR THE START OF A NAME TO'.
004290     05  LINE 3 COLUMN 46
004300         VALUE 'BROWSE THE MATCHES.'.
004310     05  LINE 4 COLUMN 2
004320         VALUE 'LEAVE BOTH BLANK AND PRESS ENTER TO END.'.
004330     05  LINE 6 COLUMN 2     VALUE 'STUDENT ID:'.
004340     05  LINE 6 COLUMN 14    PIC X(9)
004350         USING INQ-STUDENT-ID UNDERLINE.
004360     05  LINE 8 COLUMN 2     VALUE 'NAME:'.
004370     05  LINE 8 COLUMN 14    PIC X(20)
004380         USING INQ-STUDENT-NAME UNDERLINE.
004390     05  LINE 23 COLUMN 2    PIC X(78) FROM WS-SCREEN-MESSAGE
004400         HIGHLIGHT.
004410
004420 01  BROWSE-SCREEN.
004430     05  BLANK SCREEN.
004440     05  LINE 1 COLUMN 2     PIC X(78) FROM TITLE-SCREEN-LINE.
004450     05  LINE 3 COLUMN 2     PIC X(78) FROM BROWSE-TITLE-LINE.
004460     05  LINE 5 COLUMN 2     PIC X(78) FROM BROWSE-HEADING-LINE.
004470     05  LINE 6 COLUMN 2     PIC X(78)
004480         FROM BROWSE-SCREEN-LINE(1).
004490     05  LINE 7 COLUMN 2     PIC X(78)
004500         FROM BROWSE-SCREEN-LINE(2).
004510     05  LINE 8 COLUMN 2     PIC X(78)
004520         FROM BROWSE-SCREEN-LINE(3).
004530     05  LINE 9 COLUMN 2     PIC X(78)
004540         FROM BROWSE-SCREEN-LINE(4).
004550     05  LINE 10 COLUMN 2    PIC X(78)
004560         FROM BROWSE-SCREEN-LINE(5).
004570     05  LINE 11 COLUMN 2    PIC X(78)
004580         FROM BROWSE-SCREEN-LINE(6).
004590     05  LINE 12 COLUMN 2    PIC X(78)
004600         FROM BROWSE-SCREEN-LINE(7).
004610     05  LINE 13 COLUMN 2    PIC X(78)
004620         FROM BROWSE-SCREEN-LINE(8).
004630     05  LINE 14 COLUMN 2    PIC X(78)
004640         FROM BROWSE-SCREEN-LINE(9).
004650     05  LINE 15 COLUMN 2    PIC X(78)
004660         FROM BROWSE-SCREEN-LINE(10).
004670     05  LINE 16 COLUMN 2    PIC X(78)
004680         FROM BROWSE-SCREEN-LINE(11).
004690     05  LINE 17 COLUMN 2    PIC X(78)
004700         FROM BROWSE-SCREEN-LINE(12).
004710     05  LINE 19 COLUMN 2
004720         VALUE 'KEY A LINE NUMBER TO VIEW THE STUDENT, OR'.
004730     05  LINE 19 COLUMN 44
004740         VALUE 'PRESS ENTER TO SEARCH AGAIN:'.
004750     05  LINE 19 COLUMN 73   PIC 9(2)
004760         USING WS-BROWSE-CHOICE UNDERLINE.
004770     05  LINE 23 COLUMN 2    PIC X(78) FROM WS-SCREEN-MESSAGE
004780         HIGHLIGHT.
004790
004800 01  STUDENT-SCREEN.
004810     05  BLANK SCREEN.
004820     05  LINE 1 COLUMN 2     PIC X(78) FROM TITLE-SCREEN-LINE.
004830     05  LINE 3 COLUMN 2     PIC X(78) FROM STUDENT-SCREEN-LINE.
004840     05  LINE 4 COLUMN 2     PIC X(78) FROM STATUS-SCREEN-LINE.
004850     05  LINE 6 COLUMN 2     PIC X(78) FROM GUARDIAN-VIEW-LINE.
004860     05  LINE 7 COLUMN 2     PIC X(78) FROM ADDRESS-VIEW-LINE.
004870     05  LINE 9 COLUMN 2     PIC X(78) FROM TERM-VIEW-LINE.
004880     05  LINE 10 COLUMN 2    PIC X(78)
004890         FROM COURSE-SCREEN-LINE(1).
004900     05  LINE 11 COLUMN 2    PIC X(78)
004910         FROM COURSE-SCREEN-LINE(2).
004920     05  LINE 12 COLUMN 2    PIC X(78)
004930         FROM COURSE-SCREEN-LINE(3).
004940     05  LINE 13 COLUMN 2    PIC X(78)
004950         FROM COURSE-SCREEN-LINE(4).
004960     05  LINE 14 COLUMN 2    PIC X(78)
004970         FROM COURSE-SCREEN-LINE(5).
004980     05  LINE 15 COLUMN 2    PIC X(78)
004990         FROM COURSE-SCREEN-LINE(6).
005000     05  LINE 17 COLUMN 2    PIC X(78) FROM CHANGE-VIEW-LINE.
005010     05  LINE 18 COLUMN 2    PIC X(78)
005020         FROM CHANGE-SCREEN-LINE(1).
005030     05  LINE 19 COLUMN 2    PIC X(78)
005040         FROM CHANGE-SCREEN-LINE(2).
005050     05  LINE 20 COLUMN 2    PIC X(78)
005060         FROM CHANGE-SCREEN-LINE(3).
005070     05  LINE 21 COLUMN 2    PIC X(78)
005080         FROM CHANGE-SCREEN-LINE(4).
005090     05  LINE 23 COLUMN 2    PIC X(78) FROM WS-SCREEN-MESSAGE
005100         HIGHLIGHT.
005110     05  LINE 24 COLUMN 2
005120         VALUE 'PRESS ENTER TO RETURN'.
005130     05  LINE 24 COLUMN 24   PIC X
005140         USING WS-SCREEN-REPLY.
005150
005160 PROCEDURE DIVISION.
005170
005180 PREPARE-STUDENT-INQUIRY.
005190     ACCEPT WS-OPERATOR-ID FROM ENVIRONMENT "USER".
005200     IF WS-OPERATOR-ID = SPACES
005210         DISPLAY 'OPERATOR ID REQUIRED - INQUIRY NOT STARTED'
005220         MOVE 16 TO RETURN-CODE
005230         STOP RUN
005240     END-IF.
005250     OPEN INPUT STUDENT-MASTER-FILE.
005260     IF WS-MASTER-STATUS NOT = '00'
005270         DISPLAY 'MASTER OPEN FAILED - ' WS-MASTER-STATUS
005280         MOVE 16 TO RETURN-CODE
005290         STOP RUN
005300     END-IF.
005310     PERFORM PROBE-INQUIRY-LOG.
005320     PERFORM OPEN-OPTIONAL-FILES.
005330     MOVE WS-OPERATOR-ID TO TITLE-OPERATOR-OUT.
005340     MOVE SPACES TO WS-SCREEN-MESSAGE.
005350     PERFORM PROCESS-SEARCH-REQUEST
005360         UNTIL SESSION-ENDED.
005370     CLOSE STUDENT-MASTER-FILE.
005380     IF CONTACT-FILE-PRESENT
005390         CLOSE STUDENT-CONTACT-FILE
005400     END-IF.
005410     IF CATALOG-PRESENT
005420         CLOSE COURSE-CATALOG-FILE
005430     END-IF.
005440     STOP RUN.
005450
005460* The log must be writable before anyone sees a record.  It
005470* is created on the first inquiry ever made.
005480
005490 PROBE-INQUIRY-LOG.
005500     OPEN EXTEND INQUIRY-LOG-FILE.
005510     IF WS-INQLOG-STATUS = '35'
005520         OPEN OUTPUT INQUIRY-LOG-FILE
005530     END-IF.
005540     IF WS-INQLOG-STATUS NOT = '00'
005550         DISPLAY 'INQUIRY LOG OPEN FAILED - ' WS-INQLOG-STATUS
005560         CLOSE STUDENT-MASTER-FILE
005570         MOVE 16 TO RETURN-CODE
005580         STOP RUN
005590     END-IF.
005600     CLOSE INQUIRY-LOG-FILE.
005610
005620* The contact file and catalog are read by key and stay open
005630* for the session; the sequential files are only probed here
005640* and are opened and read through per student viewed.
005650
005660 OPEN-OPTIONAL-FILES.
005670     OPEN INPUT STUDENT-CONTACT-FILE.
005680     IF WS-CONTACT-STATUS NOT = '00'
005690         MOVE 'NO ' TO WS-CONTACT-FILE-SWITCH
005700     END-IF.
005710     OPEN INPUT COURSE-CATALOG-FILE.
005720     IF WS-CATALOG-STATUS NOT = '00'
005730         MOVE 'NO ' TO WS-CATALOG-FILE-SWITCH
005740     END-IF.
005750     OPEN INPUT GRADE-HISTORY-FILE.
005760     IF WS-GHIST-STATUS = '35'
005770         MOVE 'NO ' TO WS-HISTORY-FILE-SWITCH
005780     ELSE
005790         CLOSE GRADE-HISTORY-FILE
005800     END-IF.
005810     OPEN INPUT CHANGE-HISTORY-FILE.
005820     IF WS-JOURNAL-STATUS = '35'
005830         MOVE 'NO ' TO WS-JOURNAL-FILE-SWITCH
005840     ELSE
005850         CLOSE CHANGE-HISTORY-FILE
005860     END-IF.
005870     OPEN INPUT GRADUATE-HISTORY-FILE.
005880     IF WS-GRADHIST-STATUS = '35'
005890         MOVE 'NO ' TO WS-GRADHIST-FILE-SWITCH
005900     ELSE
005910         CLOSE GRADUATE-HISTORY-FILE
005920     END-IF.
005930
005940* One pass of the search screen.  A student ID keyed wins over
005950* a name keyed with it; both blank ends the session.
005960
005970 PROCESS-SEARCH-REQUEST.
005980     MOVE SPACES TO INQUIRY-REQUEST.
005990     PERFORM FORMAT-RUN-DATE-TIME.
006000     DISPLAY SEARCH-SCREEN.
006010     ACCEPT SEARCH-SCREEN.
006020     MOVE SPACES TO WS-SCREEN-MESSAGE.
006030     IF INQ-STUDENT-ID = SPACES
006040         AND INQ-STUDENT-NAME = SPACES
006050         MOVE 'YES' TO WS-SESSION-SWITCH
006060     ELSE
006070         IF INQ-STUDENT-ID NOT = SPACES
006080             MOVE 'I' TO WS-INQUIRY-TYPE
006090             MOVE INQ-STUDENT-ID TO WS-LOG-VALUE
006100             MOVE INQ-STUDENT-ID TO WS-VIEW-STUDENT-ID
006110             PERFORM SHOW-STUDENT
006120         ELSE
006130             PERFORM BROWSE-NAME-MATCHES
006140         END-IF
006150     END-IF.
006160
006170* Looks the student up, logs the inquiry and shows the
006180* student screen until the clerk presses Enter.
006190
006200 SHOW-STUDENT.
006210     PERFORM FIND-STUDENT.
006220     MOVE ZERO TO WS-LOG-MATCH-COUNT.
006230     IF STUDENT-NOT-FOUND
006240         MOVE 'NOTFOUND' TO WS-LOG-RESULT
006250         PERFORM WRITE-INQUIRY-LOG
006260         MOVE SPACES TO WS-SCREEN-MESSAGE
006270         STRING 'STUDENT ' WS-VIEW-STUDENT-ID
006280             ' IS NOT ON THE MASTER OR THE GRADUATE HISTORY'
006290             DELIMITED BY SIZE INTO WS-SCREEN-MESSAGE
006300     ELSE
006310         IF FOUND-ON-MASTER
006320             MOVE 'MASTER' TO WS-LOG-RESULT
006330         ELSE
006340             MOVE 'ALUMNI' TO WS-LOG-RESULT
006350         END-IF
006360         PERFORM WRITE-INQUIRY-LOG
006370         PERFORM BUILD-STUDENT-SCREEN
006380         MOVE SPACE TO WS-SCREEN-REPLY
006390         DISPLAY STUDENT-SCREEN
006400         ACCEPT STUDENT-SCREEN
006410         MOVE SPACES TO WS-SCREEN-MESSAGE
006420     END-IF.
006430
006440 FIND-STUDENT.
006450     MOVE SPACE TO WS-STUDENT-SOURCE.
006460     MOVE SPACES TO WS-GRAD-YEAR.
006470     MOVE WS-VIEW-STUDENT-ID TO MASTER-STUDENT-ID.
006480     READ STUDENT-MASTER-FILE
006490         INVALID KEY
006500             CONTINUE
006510         NOT INVALID KEY
006520             MOVE MASTER-STUDENT-RECORD TO WS-VIEW-RECORD
006530             MOVE 'M' TO WS-STUDENT-SOURCE
006540     END-READ.
006550     IF STUDENT-NOT-FOUND
006560         AND GRADHIST-PRESENT
006570         PERFORM SEARCH-GRADUATE-HISTORY
006580     END-IF.
006590
006600* A graduate's record is the master image written by the
006610* PROMOTE sweep; the latest image for the ID is the one used.
006620
006630 SEARCH-GRADUATE-HISTORY.
006640     OPEN INPUT GRADUATE-HISTORY-FILE.
006650     MOVE SPACES TO GRADHIST-REMAINS-SWITCH.
006660     READ GRADUATE-HISTORY-FILE
006670         AT END MOVE 'NO' TO GRADHIST-REMAINS-SWITCH
006680     END-READ.
006690     PERFORM TEST-GRADUATE-RECORD
006700         UNTIL GRADHIST-REMAINS-SWITCH = 'NO'.
006710     CLOSE GRADUATE-HISTORY-FILE.
006720
006730 TEST-GRADUATE-RECORD.
006740     IF GRAD-STUDENT-ID = WS-VIEW-STUDENT-ID
006750         MOVE GRAD-IMAGE TO WS-VIEW-RECORD
006760         MOVE GRAD-YEAR TO WS-GRAD-YEAR
006770         MOVE 'G' TO WS-STUDENT-SOURCE
006780     END-IF.
006790     READ GRADUATE-HISTORY-FILE
006800         AT END MOVE 'NO' TO GRADHIST-REMAINS-SWITCH
006810     END-READ.
006820
006830* Name browse: every master record, then every graduate
006840* record, whose name begins with what was keyed.  Case does
006850* not matter; names are held in capitals.
006860
006870 BROWSE-NAME-MATCHES.
006880     MOVE 'N' TO WS-INQUIRY-TYPE.
006890     MOVE INQ-STUDENT-NAME TO WS-SEARCH-NAME.
006900     MOVE INQ-STUDENT-NAME TO WS-LOG-VALUE.
006910     MOVE SPACES TO WS-VIEW-STUDENT-ID.
006920     PERFORM FOLD-SEARCH-NAME.
006930     MOVE 20 TO WS-NAME-LENGTH.
006940     PERFORM SHORTEN-SEARCH-NAME
006950         UNTIL WS-SEARCH-NAME(WS-NAME-LENGTH:1) NOT = SPACE.
006960     MOVE ZERO TO WS-MATCH-COUNT.
006970     MOVE SPACES TO BROWSE-SCREEN-TABLE.
006980     PERFORM SCAN-MASTER-NAMES.
006990     IF GRADHIST-PRESENT
007000         PERFORM SCAN-GRADUATE-NAMES
007010     END-IF.
007020     MOVE 'MATCHES' TO WS-LOG-RESULT.
007030     IF WS-MATCH-COUNT > 999
007040         MOVE 999 TO WS-LOG-MATCH-COUNT
007050     ELSE
007060         MOVE WS-MATCH-COUNT TO WS-LOG-MATCH-COUNT
007070     END-IF.
007080     PERFORM WRITE-INQUIRY-LOG.
007090     IF WS-MATCH-COUNT = ZERO
007100         MOVE SPACES TO WS-SCREEN-MESSAGE
007110         STRING 'NO STUDENT OR GRADUATE NAME BEGINS '
007120             WS-SEARCH-NAME DELIMITED BY SIZE
007130             INTO WS-SCREEN-MESSAGE
007140     ELSE
007150         MOVE WS-SEARCH-NAME TO BROWSE-NAME-OUT
007160         MOVE WS-MATCH-COUNT TO BROWSE-COUNT-OUT
007170         IF WS-MATCH-COUNT > 12
007180             MOVE 'FIRST 12 SHOWN - KEY MORE OF THE NAME'
007190                 TO WS-SCREEN-MESSAGE
007200         END-IF
007210         MOVE 'NO ' TO WS-BROWSE-SWITCH
007220         PERFORM SHOW-BROWSE-SCREEN
007230             UNTIL BROWSE-ENDED
007240     END-IF.
007250
007260 FOLD-SEARCH-NAME.
007270     INSPECT WS-SEARCH-NAME CONVERTING
007280         'abcdefghijklmnopqrstuvwxyz'
007290         TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
007300
007310 SHORTEN-SEARCH-NAME.
007320     SUBTRACT 1 FROM WS-NAME-LENGTH.
007330
007340 SCAN-MASTER-NAMES.
007350     MOVE LOW-VALUES TO MASTER-STUDENT-ID.
007360     MOVE SPACES TO MASTER-REMAINS-SWITCH.
007370     START STUDENT-MASTER-FILE
007380         KEY IS NOT LESS THAN MASTER-STUDENT-ID
007390         INVALID KEY MOVE 'NO' TO MASTER-REMAINS-SWITCH
007400     END-START.
007410     IF MASTER-REMAINS-SWITCH NOT = 'NO'
007420         READ STUDENT-MASTER-FILE NEXT RECORD
007430             AT END MOVE 'NO' TO MASTER-REMAINS-SWITCH
007440         END-READ
007450     END-IF.
007460     PERFORM TEST-MASTER-NAME
007470         UNTIL MASTER-REMAINS-SWITCH = 'NO'.
007480
007490 TEST-MASTER-NAME.
007500     IF MASTER-STUDENT-NAME(1:WS-NAME-LENGTH) =
007510         WS-SEARCH-NAME(1:WS-NAME-LENGTH)
007520         MOVE MASTER-STUDENT-RECORD TO WS-VIEW-RECORD
007530         PERFORM DECODE-ENROLL-STATUS
007540         MOVE STS-STATUS-OUT TO BROWSE-STATUS-OUT
007550         PERFORM ADD-NAME-MATCH
007560     END-IF.
007570     READ STUDENT-MASTER-FILE NEXT RECORD
007580         AT END MOVE 'NO' TO MASTER-REMAINS-SWITCH
007590     END-READ.
007600
007610 SCAN-GRADUATE-NAMES.
007620     OPEN INPUT GRADUATE-HISTORY-FILE.
007630     MOVE SPACES TO GRADHIST-REMAINS-SWITCH.
007640     READ GRADUATE-HISTORY-FILE
007650         AT END MOVE 'NO' TO GRADHIST-REMAINS-SWITCH
007660     END-READ.
007670     PERFORM TEST-GRADUATE-NAME
007680         UNTIL GRADHIST-REMAINS-SWITCH = 'NO'.
007690     CLOSE GRADUATE-HISTORY-FILE.
007700
007710 TEST-GRADUATE-NAME.
007720     IF GRAD-STUDENT-NAME(1:WS-NAME-LENGTH) =
007730         WS-SEARCH-NAME(1:WS-NAME-LENGTH)
007740         MOVE GRAD-IMAGE TO WS-VIEW-RECORD
007750         MOVE SPACES TO BROWSE-STATUS-OUT
007760         STRING 'GRADUATED ' GRAD-YEAR DELIMITED BY SIZE
007770             INTO BROWSE-STATUS-OUT
007780         PERFORM ADD-NAME-MATCH
007790     END-IF.
007800     READ GRADUATE-HISTORY-FILE
007810         AT END MOVE 'NO' TO GRADHIST-REMAINS-SWITCH
007820     END-READ.
007830
007840* The browse line shows the enrollment status for a master
007850* match and the graduation year for a graduate.
007860
007870 ADD-NAME-MATCH.
007880     ADD 1 TO WS-MATCH-COUNT.
007890     IF WS-MATCH-COUNT NOT > 12
007900         MOVE WS-MATCH-COUNT TO WS-MATCH-SUB
007910         MOVE VIEW-STUDENT-ID TO MATCH-STUDENT-ID(WS-MATCH-SUB)
007920         MOVE WS-MATCH-SUB TO BROWSE-LINE-OUT
007930         MOVE VIEW-STUDENT-ID TO BROWSE-ID-OUT
007940         MOVE VIEW-STUDENT-NAME TO BROWSE-STUDENT-OUT
007950         MOVE VIEW-GRADE-LEVEL TO BROWSE-GRADE-OUT
007960         MOVE VIEW-SCHOOL-CODE TO BROWSE-SCHOOL-OUT
007970         MOVE BROWSE-DETAIL-LINE
007980             TO BROWSE-SCREEN-LINE(WS-MATCH-SUB)
007990     END-IF.
008000
008010* The browse screen is shown again after each student viewed,
008020* until the clerk presses Enter with no line number.
008030
008040 SHOW-BROWSE-SCREEN.
008050     MOVE ZERO TO WS-BROWSE-CHOICE.
008060     PERFORM FORMAT-RUN-DATE-TIME.
008070     DISPLAY BROWSE-SCREEN.
008080     ACCEPT BROWSE-SCREEN.
008090     MOVE SPACES TO WS-SCREEN-MESSAGE.
008100     IF WS-BROWSE-CHOICE = ZERO
008110         MOVE 'YES' TO WS-BROWSE-SWITCH
008120     ELSE
008130         IF WS-BROWSE-CHOICE > WS-MATCH-COUNT
008140             OR WS-BROWSE-CHOICE > 12
008150             MOVE 'NO SUCH LINE ON THE LIST'
008160                 TO WS-SCREEN-MESSAGE
008170         ELSE
008180             MOVE 'V' TO WS-INQUIRY-TYPE
008190             MOVE INQ-STUDENT-NAME TO WS-LOG-VALUE
008200             MOVE MATCH-STUDENT-ID(WS-BROWSE-CHOICE)
008210                 TO WS-VIEW-STUDENT-ID
008220             PERFORM SHOW-STUDENT
008230         END-IF
008240     END-IF.
008250
008260* Student screen: the four parts, each from its own file.
008270
008280 BUILD-STUDENT-SCREEN.
008290     PERFORM FORMAT-RUN-DATE-TIME.
008300     PERFORM BUILD-MASTER-PART.
008310     PERFORM BUILD-CONTACT-PART.
008320     PERFORM BUILD-TERM-PART.
008330     PERFORM BUILD-CHANGE-PART.
008340
008350 BUILD-MASTER-PART.
008360     MOVE VIEW-STUDENT-ID TO STU-ID-OUT.
008370     MOVE VIEW-STUDENT-NAME TO STU-NAME-OUT.
008380     MOVE VIEW-GRADE-LEVEL TO STU-GRADE-OUT.
008390     MOVE VIEW-SCHOOL-CODE TO STU-SCHOOL-OUT.
008400     IF VIEW-GPA NUMERIC
008410         MOVE VIEW-GPA TO STU-GPA-OUT
008420     ELSE
008430         MOVE ZERO TO STU-GPA-OUT
008440     END-IF.
008450     IF FOUND-ON-GRADHIST
008460         MOVE SPACES TO STS-STATUS-OUT
008470         STRING 'GRADUATED ' WS-GRAD-YEAR DELIMITED BY SIZE
008480             INTO STS-STATUS-OUT
008490         MOVE 'FROM GRADUATE HISTORY' TO STS-REASON-OUT
008500         MOVE SPACES TO STS-SINCE-LABEL-OUT
008510         MOVE SPACES TO STS-SINCE-OUT
008520     ELSE
008530         PERFORM DECODE-ENROLL-STATUS
008540         MOVE VIEW-STATUS-REASON TO STS-REASON-OUT
008550         IF VIEW-STATUS-DATE = SPACES
008560             MOVE SPACES TO STS-SINCE-LABEL-OUT
008570             MOVE SPACES TO STS-SINCE-OUT
008580         ELSE
008590             MOVE 'SINCE' TO STS-SINCE-LABEL-OUT
008600             MOVE SPACES TO STS-SINCE-OUT
008610             STRING VIEW-STATUS-MM '/' VIEW-STATUS-YY
008620                 DELIMITED BY SIZE INTO STS-SINCE-OUT
008630         END-IF
008640     END-IF.
008650
008660 DECODE-ENROLL-STATUS.
008670     EVALUATE TRUE
008680         WHEN VIEW-IS-ACTIVE
008690             MOVE 'ACTIVE' TO STS-STATUS-OUT
008700         WHEN VIEW-IS-WITHDRAWN
008710             MOVE 'WITHDRAWN' TO STS-STATUS-OUT
008720         WHEN VIEW-IS-TRANSFERRED
008730             MOVE 'TRANSFERRED OUT' TO STS-STATUS-OUT
008740         WHEN OTHER
008750             MOVE SPACES TO STS-STATUS-OUT
008760             STRING 'STATUS CODE ' VIEW-ENROLL-STATUS
008770                 DELIMITED BY SIZE INTO STS-STATUS-OUT
008780     END-EVALUATE.
008790
008800 BUILD-CONTACT-PART.
008810     MOVE SPACES TO ADDRESS-VIEW-LINE.
008820     IF NOT CONTACT-FILE-PRESENT
008830         MOVE 'GUARDIAN - CONTACT FILE NOT AVAILABLE'
008840             TO GUARDIAN-VIEW-LINE
008850     ELSE
008860         MOVE VIEW-STUDENT-ID TO CONTACT-STUDENT-ID
008870         READ STUDENT-CONTACT-FILE
008880             INVALID KEY
008890                 MOVE 'GUARDIAN - NO CONTACT RECORD ON FILE'
008900                     TO GUARDIAN-VIEW-LINE
008910             NOT INVALID KEY
008920                 PERFORM FORMAT-CONTACT-LINES
008930         END-READ
008940     END-IF.
008950
008960 FORMAT-CONTACT-LINES.
008970     MOVE CONTACT-GUARDIAN TO GRD-GUARDIAN-OUT.
008980     IF CONTACT-PHONE = SPACES
008990         MOVE SPACES TO GRD-PHONE-LABEL-OUT
009000         MOVE SPACES TO GRD-PHONE-OUT
009010     ELSE
009020         MOVE 'PHONE' TO GRD-PHONE-LABEL-OUT
009030         MOVE '(' TO GRD-PHONE-OPEN
009040         MOVE CONTACT-PHONE(1:3) TO GRD-PHONE-AREA
009050         MOVE ') ' TO GRD-PHONE-CLOSE
009060         MOVE CONTACT-PHONE(4:3) TO GRD-PHONE-EXCH
009070         MOVE '-' TO GRD-PHONE-DASH
009080         MOVE CONTACT-PHONE(7:4) TO GRD-PHONE-LINE
009090     END-IF.
009100     MOVE GUARDIAN-SCREEN-LINE TO GUARDIAN-VIEW-LINE.
009110     MOVE CONTACT-STREET TO ADR-STREET-OUT.
009120     MOVE CONTACT-CITY TO ADR-CITY-OUT.
009130     MOVE CONTACT-STATE TO ADR-STATE-OUT.
009140     MOVE CONTACT-ZIP TO ADR-ZIP-OUT.
009150     MOVE ADDRESS-SCREEN-LINE TO ADDRESS-VIEW-LINE.
009160
009170* Latest term: the grade history is read through once; a row
009180* for a later term than any seen so far starts the term over.
009190
009200 BUILD-TERM-PART.
009210     MOVE SPACES TO COURSE-SCREEN-TABLE.
009220     MOVE SPACES TO WS-LATEST-TERM.
009230     MOVE ZERO TO WS-TERM-COURSE-COUNT.
009240     MOVE ZERO TO WS-TERM-QP.
009250     MOVE ZERO TO WS-TERM-CREDITS.
009260     IF NOT HISTORY-PRESENT
009270         MOVE 'LATEST TERM - GRADE HISTORY NOT AVAILABLE'
009280             TO TERM-VIEW-LINE
009290     ELSE
009300         PERFORM READ-STUDENT-GRADES
009310         IF WS-TERM-COURSE-COUNT = ZERO
009320             MOVE 'LATEST TERM - NO GRADES POSTED'
009330                 TO TERM-VIEW-LINE
009340         ELSE
009350             PERFORM FORMAT-TERM-LINES
009360         END-IF
009370     END-IF.
009380
009390 READ-STUDENT-GRADES.
009400     OPEN INPUT GRADE-HISTORY-FILE.
009410     MOVE SPACES TO HISTORY-REMAINS-SWITCH.
009420     READ GRADE-HISTORY-FILE
009430         AT END MOVE 'NO' TO HISTORY-REMAINS-SWITCH
009440     END-READ.
009450     PERFORM TEST-GRADE-ROW
009460         UNTIL HISTORY-REMAINS-SWITCH = 'NO'.
009470     CLOSE GRADE-HISTORY-FILE.
009480
009490 TEST-GRADE-ROW.
009500     IF GHIST-STUDENT-ID = VIEW-STUDENT-ID
009510         AND GHIST-TERM NOT < WS-LATEST-TERM
009520         IF GHIST-TERM > WS-LATEST-TERM
009530             MOVE GHIST-TERM TO WS-LATEST-TERM
009540             MOVE ZERO TO WS-TERM-COURSE-COUNT
009550             MOVE ZERO TO WS-TERM-QP
009560             MOVE ZERO TO WS-TERM-CREDITS
009570         END-IF
009580         PERFORM ADD-TERM-COURSE
009590     END-IF.
009600     READ GRADE-HISTORY-FILE
009610         AT END MOVE 'NO' TO HISTORY-REMAINS-SWITCH
009620     END-READ.
009630
009640 ADD-TERM-COURSE.
009650     ADD 1 TO WS-TERM-COURSE-COUNT.
009660     IF WS-TERM-COURSE-COUNT NOT > 6
009670         MOVE GHIST-COURSE-CODE
009680             TO TCRS-COURSE-CODE(WS-TERM-COURSE-COUNT)
009690         MOVE GHIST-CREDIT-HOURS
009700             TO TCRS-CREDIT-HOURS(WS-TERM-COURSE-COUNT)
009710         MOVE GHIST-LETTER TO TCRS-LETTER(WS-TERM-COURSE-COUNT)
009720     END-IF.
009730     EVALUATE GHIST-LETTER
009740         WHEN 'A'
009750             MOVE 4 TO WS-GRADE-POINTS
009760         WHEN 'B'
009770             MOVE 3 TO WS-GRADE-POINTS
009780         WHEN 'C'
009790             MOVE 2 TO WS-GRADE-POINTS
009800         WHEN 'D'
009810             MOVE 1 TO WS-GRADE-POINTS
009820         WHEN OTHER
009830             MOVE 0 TO WS-GRADE-POINTS
009840     END-EVALUATE.
009850     COMPUTE WS-TERM-QP = WS-TERM-QP
009860         + (GHIST-CREDIT-HOURS * WS-GRADE-POINTS).
009870     ADD GHIST-CREDIT-HOURS TO WS-TERM-CREDITS.
009880
009890 FORMAT-TERM-LINES.
009900     IF WS-TERM-CREDITS > ZERO
009910         COMPUTE WS-TERM-GPA ROUNDED =
009920             WS-TERM-QP / WS-TERM-CREDITS
009930     ELSE
009940         MOVE ZERO TO WS-TERM-GPA
009950     END-IF.
009960     MOVE WS-LATEST-TERM TO TRM-TERM-OUT.
009970     MOVE WS-TERM-COURSE-COUNT TO TRM-COURSES-OUT.
009980     MOVE WS-TERM-CREDITS TO TRM-CREDITS-OUT.
009990     MOVE WS-TERM-GPA TO TRM-GPA-OUT.
010000     MOVE TERM-SCREEN-LINE TO TERM-VIEW-LINE.
010010     MOVE 1 TO WS-COURSE-SUB.
010020     IF WS-TERM-COURSE-COUNT > 6
010030         PERFORM FORMAT-COURSE-LINE 6 TIMES
010040         MOVE 'MORE COURSES IN THE TERM THAN FIT - SEE TRNSCRPT'
010050             TO WS-SCREEN-MESSAGE
010060     ELSE
010070         PERFORM FORMAT-COURSE-LINE WS-TERM-COURSE-COUNT TIMES
010080     END-IF.
010090
010100 FORMAT-COURSE-LINE.
010110     MOVE TCRS-COURSE-CODE(WS-COURSE-SUB) TO CRS-CODE-OUT.
010120     MOVE TCRS-CREDIT-HOURS(WS-COURSE-SUB) TO CRS-CREDITS-OUT.
010130     MOVE TCRS-LETTER(WS-COURSE-SUB) TO CRS-LETTER-OUT.
010140     MOVE SPACES TO CRS-TITLE-OUT.
010150     IF CATALOG-PRESENT
010160         MOVE TCRS-COURSE-CODE(WS-COURSE-SUB)
010170             TO CATALOG-COURSE-CODE
010180         READ COURSE-CATALOG-FILE
010190             INVALID KEY
010200                 MOVE 'NOT ON CATALOG' TO CRS-TITLE-OUT
010210             NOT INVALID KEY
010220                 MOVE CATALOG-TITLE TO CRS-TITLE-OUT
010230         END-READ
010240     END-IF.
010250     MOVE COURSE-DETAIL-LINE TO COURSE-SCREEN-LINE(WS-COURSE-SUB).
010260     ADD 1 TO WS-COURSE-SUB.
010270
010280* Latest changes: every journal entry whose before- or
010290* after-image carries the student ID, the last four kept.
010300
010310 BUILD-CHANGE-PART.
010320     MOVE SPACES TO CHANGE-SCREEN-TABLE.
010330     MOVE ZERO TO WS-CHANGE-COUNT.
010340     MOVE ZERO TO WS-CHANGE-KEPT.
010350     IF NOT JOURNAL-PRESENT
010360         MOVE 'RECENT CHANGES - CHANGE JOURNAL NOT AVAILABLE'
010370             TO CHANGE-VIEW-LINE
010380     ELSE
010390         PERFORM READ-STUDENT-CHANGES
010400         IF WS-CHANGE-COUNT = ZERO
010410             MOVE 'RECENT CHANGES - NONE ON THE JOURNAL'
010420                 TO CHANGE-VIEW-LINE
010430         ELSE
010440             MOVE WS-CHANGE-COUNT TO CHG-COUNT-OUT
010450             MOVE CHANGE-TITLE-LINE TO CHANGE-VIEW-LINE
010460             MOVE WS-CHANGE-KEPT TO WS-CHANGE-SUB
010470             MOVE 1 TO WS-LINE-SUB
010480             PERFORM FORMAT-CHANGE-LINE WS-CHANGE-KEPT TIMES
010490         END-IF
010500     END-IF.
010510
010520 READ-STUDENT-CHANGES.
010530     OPEN INPUT CHANGE-HISTORY-FILE.
010540     MOVE SPACES TO JOURNAL-REMAINS-SWITCH.
010550     READ CHANGE-HISTORY-FILE
010560         AT END MOVE 'NO' TO JOURNAL-REMAINS-SWITCH
010570     END-READ.
010580     PERFORM TEST-JOURNAL-ENTRY
010590         UNTIL JOURNAL-REMAINS-SWITCH = 'NO'.
010600     CLOSE CHANGE-HISTORY-FILE.
010610
010620 TEST-JOURNAL-ENTRY.
010630     IF JRNL-AFT-STUDENT-ID = VIEW-STUDENT-ID
010640         OR JRNL-BEF-STUDENT-ID = VIEW-STUDENT-ID
010650         ADD 1 TO WS-CHANGE-COUNT
010660         PERFORM KEEP-JOURNAL-ENTRY
010670     END-IF.
010680     READ CHANGE-HISTORY-FILE
010690         AT END MOVE 'NO' TO JOURNAL-REMAINS-SWITCH
010700     END-READ.
010710
010720* Once four are kept, each older entry moves up a slot and
010730* the new one goes in the last.  An add has no before-image
010740* and a delete no after-image, so those sides show blank.
010750
010760 KEEP-JOURNAL-ENTRY.
010770     IF WS-CHANGE-KEPT < 4
010780         ADD 1 TO WS-CHANGE-KEPT
010790     ELSE
010800         MOVE 1 TO WS-CHANGE-SUB
010810         PERFORM SHIFT-KEPT-ENTRY 3 TIMES
010820     END-IF.
010830     MOVE WS-CHANGE-KEPT TO WS-CHANGE-SUB.
010840     MOVE JRNL-TRANS-CODE TO CKEPT-TRANS-CODE(WS-CHANGE-SUB).
010850     MOVE JRNL-RUN-DATE TO CKEPT-RUN-DATE(WS-CHANGE-SUB).
010860     MOVE JRNL-OPERATOR-ID TO CKEPT-OPERATOR-ID(WS-CHANGE-SUB).
010870     IF JRNL-BEF-STUDENT-ID = SPACES
010880         MOVE SPACES TO CKEPT-BEF-GRADE(WS-CHANGE-SUB)
010890         MOVE SPACES TO CKEPT-BEF-GPA(WS-CHANGE-SUB)
010900         MOVE SPACES TO CKEPT-BEF-SCHOOL(WS-CHANGE-SUB)
010910         MOVE SPACE TO CKEPT-BEF-STATUS(WS-CHANGE-SUB)
010920     ELSE
010930         MOVE JRNL-BEF-GRADE-LEVEL
010940             TO CKEPT-BEF-GRADE(WS-CHANGE-SUB)
010950         IF JRNL-BEF-GPA NUMERIC
010960             MOVE JRNL-BEF-GPA TO WS-GPA-EDIT
010970             MOVE WS-GPA-EDIT TO CKEPT-BEF-GPA(WS-CHANGE-SUB)
010980         ELSE
010990             MOVE SPACES TO CKEPT-BEF-GPA(WS-CHANGE-SUB)
011000         END-IF
011010         MOVE JRNL-BEF-SCHOOL-CODE
011020             TO CKEPT-BEF-SCHOOL(WS-CHANGE-SUB)
011030         MOVE JRNL-BEF-STATUS TO CKEPT-BEF-STATUS(WS-CHANGE-SUB)
011040     END-IF.
011050     IF JRNL-AFT-STUDENT-ID = SPACES
011060         MOVE SPACES TO CKEPT-AFT-GRADE(WS-CHANGE-SUB)
011070         MOVE SPACES TO CKEPT-AFT-GPA(WS-CHANGE-SUB)
011080         MOVE SPACES TO CKEPT-AFT-SCHOOL(WS-CHANGE-SUB)
011090         MOVE SPACE TO CKEPT-AFT-STATUS(WS-CHANGE-SUB)
011100     ELSE
011110         MOVE JRNL-AFT-GRADE-LEVEL
011120             TO CKEPT-AFT-GRADE(WS-CHANGE-SUB)
011130         IF JRNL-AFT-GPA NUMERIC
011140             MOVE JRNL-AFT-GPA TO WS-GPA-EDIT
011150             MOVE WS-GPA-EDIT TO CKEPT-AFT-GPA(WS-CHANGE-SUB)
011160         ELSE
011170             MOVE SPACES TO CKEPT-AFT-GPA(WS-CHANGE-SUB)
011180         END-IF
011190         MOVE JRNL-AFT-SCHOOL-CODE
011200             TO CKEPT-AFT-SCHOOL(WS-CHANGE-SUB)
011210         MOVE JRNL-AFT-STATUS TO CKEPT-AFT-STATUS(WS-CHANGE-SUB)
011220     END-IF.
011230
011240 SHIFT-KEPT-ENTRY.
011250     MOVE CHANGE-KEPT-ENTRY(WS-CHANGE-SUB + 1)
011260         TO CHANGE-KEPT-ENTRY(WS-CHANGE-SUB).
011270     ADD 1 TO WS-CHANGE-SUB.
011280
011290* Kept entries are oldest first; the screen shows them newest
011300* first.
011310
011320 FORMAT-CHANGE-LINE.
011330     MOVE CKEPT-TRANS-CODE(WS-CHANGE-SUB) TO CHG-CODE-OUT.
011340     MOVE CKEPT-RUN-DATE(WS-CHANGE-SUB) TO CHG-DATE-OUT.
011350     MOVE CKEPT-OPERATOR-ID(WS-CHANGE-SUB) TO CHG-OPERATOR-OUT.
011360     MOVE CKEPT-BEF-GRADE(WS-CHANGE-SUB) TO CHG-BEF-GRADE-OUT.
011370     MOVE CKEPT-AFT-GRADE(WS-CHANGE-SUB) TO CHG-AFT-GRADE-OUT.
011380     MOVE CKEPT-BEF-GPA(WS-CHANGE-SUB) TO CHG-BEF-GPA-OUT.
011390     MOVE CKEPT-AFT-GPA(WS-CHANGE-SUB) TO CHG-AFT-GPA-OUT.
011400     MOVE CKEPT-BEF-SCHOOL(WS-CHANGE-SUB) TO CHG-BEF-SCHOOL-OUT.
011410     MOVE CKEPT-AFT-SCHOOL(WS-CHANGE-SUB) TO CHG-AFT-SCHOOL-OUT.
011420     MOVE CKEPT-BEF-STATUS(WS-CHANGE-SUB) TO CHG-BEF-STATUS-OUT.
011430     MOVE CKEPT-AFT-STATUS(WS-CHANGE-SUB) TO CHG-AFT-STATUS-OUT.
011440     MOVE CHANGE-DETAIL-LINE TO CHANGE-SCREEN-LINE(WS-LINE-SUB).
011450     SUBTRACT 1 FROM WS-CHANGE-SUB.
011460     ADD 1 TO WS-LINE-SUB.
011470
011480* One log record per inquiry, on file before the answer is
011490* shown.
011500
011510 WRITE-INQUIRY-LOG.
011520     PERFORM FORMAT-RUN-DATE-TIME.
011530     OPEN EXTEND INQUIRY-LOG-FILE.
011540     IF WS-INQLOG-STATUS = '35'
011550         OPEN OUTPUT INQUIRY-LOG-FILE
011560     END-IF.
011570     MOVE SPACES TO INQUIRY-LOG-RECORD.
011580     MOVE WS-FORMATTED-DATE TO LOG-RUN-DATE.
011590     MOVE WS-FORMATTED-TIME TO LOG-RUN-TIME.
011600     MOVE WS-OPERATOR-ID TO LOG-OPERATOR-ID.
011610     MOVE WS-INQUIRY-TYPE TO LOG-INQUIRY-TYPE.
011620     MOVE WS-LOG-VALUE TO LOG-SEARCH-VALUE.
011630     MOVE WS-VIEW-STUDENT-ID TO LOG-STUDENT-ID.
011640     MOVE WS-LOG-RESULT TO LOG-RESULT.
011650     MOVE WS-LOG-MATCH-COUNT TO LOG-MATCH-COUNT.
011660     MOVE '|' TO LOG-DELIM-1.
011670     MOVE '|' TO LOG-DELIM-2.
011680     MOVE '|' TO LOG-DELIM-3.
011690     MOVE '|' TO LOG-DELIM-4.
011700     MOVE '|' TO LOG-DELIM-5.
011710     MOVE '|' TO LOG-DELIM-6.
011720     MOVE '|' TO LOG-DELIM-7.
011730     WRITE INQUIRY-LOG-RECORD.
011740     CLOSE INQUIRY-LOG-FILE.
011750
011760 FORMAT-RUN-DATE-TIME.
011770     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
011780     STRING WS-CURRENT-DATE(1:4) '-' WS-CURRENT-DATE(5:2) '-'
011790         WS-CURRENT-DATE(7:2) DELIMITED BY SIZE
011800         INTO WS-FORMATTED-DATE.
011810     ACCEPT WS-CURRENT-TIME FROM TIME.
011820     STRING WS-CURRENT-TIME(1:2) ':' WS-CURRENT-TIME(3:2) ':'
011830         WS-CURRENT-TIME(5:2) DELIMITED BY SIZE
011840         INTO WS-FORMATTED-TIME.
011850     MOVE WS-FORMATTED-DATE TO TITLE-DATE-OUT.
011860     MOVE WS-FORMATTED-TIME TO TITLE-TIME-OUT.
