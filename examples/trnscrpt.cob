000024* the same internal-sort pattern SAMPLE uses on the roster.
000025* GPA arithmetic matches GRDPOST (A=4 through F=0, quality
000026* points weighted by credit hours).
00026A*
00026B* Each course line carries the course title from the course
00026C* catalog CRSMAINT maintains, beside the code.  A code the
00026D* catalog does not carry (a course deleted since it was
00026E* posted) prints NOT ON CATALOG in place of the title, and a
00026F* run with no catalog dataset prints the codes alone.
00026G*
00026H* A grade replaced by GRDCHG after it was posted is marked on
00026I* its course line with the letter originally posted and the
00026J* date of the latest change (WAS B CHG 2026-10-15), taken from
00026K* the grade-change log, so the transcript itself shows that
00026L* the grade was changed and when.
000027*
000028* Request card layout (SYSIN, keyword in columns 1-20, value
000029* from column 21; cards with '*' in column 1 and blank cards
000032*
000033* DD names: GRDHIST (cumulative grade history), STUDMAST
000034* (student master), GRADHIST (graduate history), HISTSORT and
000035* SORTWORK (sort work), CRSCAT (course catalog), GRDCHLOG
000036* (grade-change log), SYSIN (request cards), SYSOUT
00036A* (transcripts).
000037
000038 IDENTIFICATION DIVISION.
000039 PROGRAM-ID.       TRNSCRPT.
000180     SELECT GRADUATE-HISTORY-FILE ASSIGN TO "GRADHIST"
000190         ORGANIZATION IS LINE SEQUENTIAL
000200         FILE STATUS IS WS-GRADHIST-STATUS.
00020A     SELECT COURSE-CATALOG-FILE ASSIGN TO "CRSCAT"
00020B         ORGANIZATION IS INDEXED
00020C         ACCESS MODE IS DYNAMIC
00020D         RECORD KEY IS CATALOG-COURSE-CODE
00020E         FILE STATUS IS WS-CATALOG-STATUS.
00020F     SELECT GRADE-CHANGE-LOG ASSIGN TO "GRDCHLOG"
00020G         ORGANIZATION IS LINE SEQUENTIAL
00020H         FILE STATUS IS WS-CHGLOG-STATUS.
000210     SELECT REQUEST-CARD-FILE ASSIGN TO SYSIN
000220         ORGANIZATION IS LINE SEQUENTIAL.
000230     SELECT PRINT-FILE       ASSIGN TO SYSOUT
000760     05  GRAD-SCHOOL-CODE    PIC X(3).
000770     05  FILLER              PIC X(6).
000780
00078A FD  COURSE-CATALOG-FILE
00078B     RECORD CONTAINS 40 CHARACTERS
00078C     DATA RECORD IS COURSE-CATALOG-RECORD.
00078D 01  COURSE-CATALOG-RECORD.
00078E     05  CATALOG-COURSE-CODE PIC X(8).
00078F     05  CATALOG-TITLE       PIC X(25).
00078G     05  CATALOG-DEPARTMENT  PIC X(4).
00078H     05  CATALOG-CREDIT-HOURS PIC 9V9.
00078I     05  CATALOG-STATUS      PIC X.
00078J
00078K FD  GRADE-CHANGE-LOG
00078L     RECORD CONTAINS 68 CHARACTERS
00078M     DATA RECORD IS GRADE-CHANGE-RECORD.
00078N 01  GRADE-CHANGE-RECORD.
00078O     05  GCHG-STUDENT-ID     PIC X(9).
00078P     05  FILLER              PIC X.
00078Q     05  GCHG-TERM           PIC X(5).
00078R     05  FILLER              PIC X.
00078S     05  GCHG-COURSE-CODE    PIC X(8).
00078T     05  FILLER              PIC X.
00078U     05  GCHG-OLD-LETTER     PIC X.
00078V     05  FILLER              PIC X.
00078W     05  GCHG-NEW-LETTER     PIC X.
00078X     05  FILLER              PIC X.
00078Y     05  GCHG-CHANGE-DATE    PIC X(10).
00078Z     05  FILLER              PIC X(29).
0078ZA
000790 FD  REQUEST-CARD-FILE
000800     RECORD CONTAINS 80 CHARACTERS
000810     DATA RECORD IS REQUEST-CARD.
0101AA 01  WS-GHIST-STATUS         PIC X(2)      VALUE SPACES.
0101AB 01  WS-HISTORY-FILE-SWITCH  PIC X(3)      VALUE 'YES'.
0101AC     88  HISTORY-PRESENT     VALUE 'YES'.
0101AD 01  WS-CATALOG-STATUS       PIC X(2)      VALUE SPACES.
0101AE 01  WS-CATALOG-FILE-SWITCH  PIC X(3)      VALUE 'YES'.
0101AF     88  CATALOG-PRESENT     VALUE 'YES'.
0101AG 01  WS-CHGLOG-STATUS        PIC X(2)      VALUE SPACES.
0101AH 01  CHGLOG-REMAINS-SWITCH   PIC X(2)      VALUE SPACES.
0101AI 01  WS-MARK-COUNT           PIC 9(3)      VALUE ZERO.
0101AJ 01  WS-MARK-SUB             PIC 9(3)      VALUE ZERO.
0101AK 01  WS-MARK-FOUND-SWITCH    PIC X(3)      VALUE 'NO '.
0101AL     88  MARK-FOUND          VALUE 'YES'.
0101AM 01  WS-MARK-STUDENT-ID      PIC X(9)      VALUE SPACES.
0101AN 01  WS-MARK-TERM            PIC X(5)      VALUE SPACES.
0101AO 01  WS-MARK-COURSE-CODE     PIC X(8)      VALUE SPACES.
001012 01  DATA-REMAINS-SWITCH     PIC X(2)      VALUE SPACES.
001013 01  CARD-REMAINS-SWITCH     PIC X(2)      VALUE SPACES.
001014 01  GRAD-REMAINS-SWITCH     PIC X(2)      VALUE SPACES.
001067         10  REQ-SOURCE      PIC X.
001068         10  REQ-PRINTED-SWITCH PIC X(3).
001069
01069A* One entry per changed grade of a requested student, loaded
01069B* from the grade-change log in the order the changes were
01069C* made: the first change of a course supplies the letter
01069D* originally posted and each later one moves the date on.
01069E
01069F 01  CHANGE-MARK-TABLE.
01069G     05  CHANGE-MARK-ENTRY   OCCURS 200 TIMES.
01069H         10  MARK-STUDENT-ID PIC X(9).
01069I         10  MARK-TERM       PIC X(5).
01069J         10  MARK-COURSE-CODE PIC X(8).
01069K         10  MARK-ORIGINAL-LETTER PIC X.
01069L         10  MARK-CHANGE-DATE PIC X(10).
01069M
001070 01  HEADER-LINE-1.
001071     05  FILLER              PIC X(28)     VALUE SPACES.
001072     05  FILLER              PIC X(24)
001123     05  FILLER              PIC X(2)      VALUE SPACES.
001124     05  CRS-COURSE-OUT      PIC X(8).
001125     05  FILLER              PIC X(2)      VALUE SPACES.
01125A     05  CRS-TITLE-OUT       PIC X(25).
01125B     05  FILLER              PIC X(2)      VALUE SPACES.
001126     05  CRS-CREDITS-OUT     PIC 9.9.
001127     05  FILLER              PIC X(2)      VALUE SPACES.
001128     05  CRS-LETTER-OUT      PIC X.
001129     05  FILLER              PIC X(2)      VALUE SPACES.
01129A     05  CRS-CHANGE-OUT      PIC X(20).
01129B     05  FILLER              PIC X         VALUE SPACE.
001130
001140 01  TERM-GPA-LINE.
001141     05  FILLER              PIC X(7)      VALUE SPACES.
002030     PERFORM FORMAT-RUN-DATE.
002040     PERFORM LOAD-REQUEST-CARDS.
002050     PERFORM RESOLVE-REQUEST-IDENTITIES.
02050A     PERFORM LOAD-GRADE-CHANGES.
002051     PERFORM PROBE-GRADE-HISTORY.
002060     IF HISTORY-PRESENT
002061         PERFORM SORT-GRADE-HISTORY
002070         OPEN INPUT SORTED-HISTORY-FILE
002071     END-IF.
02071A     OPEN INPUT COURSE-CATALOG-FILE.
02071B     IF WS-CATALOG-STATUS NOT = '00'
02071C         MOVE 'NO ' TO WS-CATALOG-FILE-SWITCH
02071D     END-IF.
002080     OPEN OUTPUT PRINT-FILE.
002090     PERFORM WRITE-PAGE-HEADER.
002100     IF WS-CARD-ERROR-COUNT > ZERO
002220     PERFORM WRITE-EXCEPTION-LINES.
002230     PERFORM PRINT-TRANSCRIPT-TOTALS.
002240     CLOSE PRINT-FILE.
02240A     IF CATALOG-PRESENT
02240B         CLOSE COURSE-CATALOG-FILE
02240C     END-IF.
002260     STOP RUN.
002270
002271* GRDPOST has not necessarily ever run when a transcript is
003350     END-IF.
003360     ADD 1 TO WS-REQUEST-SUB.
003370
03370A* Only changes to the requested students' grades are kept; a
03370B* run with no grade-change log simply marks nothing.
03370C
03370D LOAD-GRADE-CHANGES.
03370E     OPEN INPUT GRADE-CHANGE-LOG.
03370F     IF WS-CHGLOG-STATUS = '35'
03370G         MOVE 'NO' TO CHGLOG-REMAINS-SWITCH
03370H     ELSE
03370I         READ GRADE-CHANGE-LOG
03370J             AT END MOVE 'NO' TO CHGLOG-REMAINS-SWITCH
03370K         END-READ
03370L     END-IF.
03370M     PERFORM APPLY-GRADE-CHANGE
03370N         UNTIL CHGLOG-REMAINS-SWITCH = 'NO'.
03370O     IF WS-CHGLOG-STATUS NOT = '35'
03370P         CLOSE GRADE-CHANGE-LOG
03370Q     END-IF.
03370R
03370S APPLY-GRADE-CHANGE.
03370T     MOVE 'NO ' TO WS-MATCH-FOUND-SWITCH.
03370U     MOVE 1 TO WS-LOOKUP-SUB.
03370V     PERFORM TEST-CHANGE-REQUEST WS-REQUEST-COUNT TIMES.
03370W     IF REQUEST-MATCHED
03370X         MOVE GCHG-STUDENT-ID TO WS-MARK-STUDENT-ID
03370Y         MOVE GCHG-TERM TO WS-MARK-TERM
03370Z         MOVE GCHG-COURSE-CODE TO WS-MARK-COURSE-CODE
03371A         PERFORM LOOK-UP-CHANGE-MARK
03371B         IF MARK-FOUND
03371C             MOVE GCHG-CHANGE-DATE TO
03371D                 MARK-CHANGE-DATE(WS-MARK-SUB)
03371E         ELSE
03371F             IF WS-MARK-COUNT < 200
03371G                 ADD 1 TO WS-MARK-COUNT
03371H                 MOVE GCHG-STUDENT-ID TO
03371I                     MARK-STUDENT-ID(WS-MARK-COUNT)
03371J                 MOVE GCHG-TERM TO MARK-TERM(WS-MARK-COUNT)
03371K                 MOVE GCHG-COURSE-CODE TO
03371L                     MARK-COURSE-CODE(WS-MARK-COUNT)
03371M                 MOVE GCHG-OLD-LETTER TO
03371N                     MARK-ORIGINAL-LETTER(WS-MARK-COUNT)
03371O                 MOVE GCHG-CHANGE-DATE TO
03371P                     MARK-CHANGE-DATE(WS-MARK-COUNT)
03371Q             END-IF
03371R         END-IF
03371S     END-IF.
03371T     READ GRADE-CHANGE-LOG
03371U         AT END MOVE 'NO' TO CHGLOG-REMAINS-SWITCH
03371V     END-READ.
03371W
03371X TEST-CHANGE-REQUEST.
03371Y     IF GCHG-STUDENT-ID = REQ-STUDENT-ID(WS-LOOKUP-SUB)
03371Z         MOVE 'YES' TO WS-MATCH-FOUND-SWITCH
03372A     END-IF.
03372B     ADD 1 TO WS-LOOKUP-SUB.
03372C
03372D* Finds the mark for the course in WS-MARK-STUDENT-ID, -TERM
03372E* and -COURSE-CODE, leaving WS-MARK-SUB on it when found.
03372F
03372G LOOK-UP-CHANGE-MARK.
03372H     MOVE 'NO ' TO WS-MARK-FOUND-SWITCH.
03372I     MOVE 1 TO WS-LOOKUP-SUB.
03372J     PERFORM TEST-CHANGE-MARK WS-MARK-COUNT TIMES.
03372K
03372L TEST-CHANGE-MARK.
03372M     IF NOT MARK-FOUND
03372N         AND MARK-STUDENT-ID(WS-LOOKUP-SUB) = WS-MARK-STUDENT-ID
03372O         AND MARK-TERM(WS-LOOKUP-SUB) = WS-MARK-TERM
03372P         AND MARK-COURSE-CODE(WS-LOOKUP-SUB) =
03372Q             WS-MARK-COURSE-CODE
03372R         MOVE 'YES' TO WS-MARK-FOUND-SWITCH
03372S         MOVE WS-LOOKUP-SUB TO WS-MARK-SUB
03372T     END-IF.
03372U     ADD 1 TO WS-LOOKUP-SUB.
03372V
003380 SORT-GRADE-HISTORY.
003390     SORT SORT-WORK-FILE
003400         ON ASCENDING KEY SORT-STUDENT-ID
004570     END-IF.
004580     MOVE SHIST-TERM TO CRS-TERM-OUT.
004590     MOVE SHIST-COURSE-CODE TO CRS-COURSE-OUT.
04590A     PERFORM LOOK-UP-COURSE-TITLE.
04590B     MOVE SPACES TO CRS-CHANGE-OUT.
04590C     IF WS-MARK-COUNT > ZERO
04590D         MOVE SHIST-STUDENT-ID TO WS-MARK-STUDENT-ID
04590E         MOVE SHIST-TERM TO WS-MARK-TERM
04590F         MOVE SHIST-COURSE-CODE TO WS-MARK-COURSE-CODE
04590G         PERFORM LOOK-UP-CHANGE-MARK
04590H         IF MARK-FOUND
04590I             STRING 'WAS ' MARK-ORIGINAL-LETTER(WS-MARK-SUB)
04590J                 ' CHG ' MARK-CHANGE-DATE(WS-MARK-SUB)
04590K                 DELIMITED BY SIZE INTO CRS-CHANGE-OUT
04590L         END-IF
04590M     END-IF.
004600     MOVE SHIST-CREDIT-HOURS TO CRS-CREDITS-OUT.
004610     MOVE SHIST-LETTER TO CRS-LETTER-OUT.
004620     MOVE COURSE-DETAIL-LINE TO PRINT-LINE.
004630     WRITE PRINT-LINE.
004640     ADD 1 TO WS-LINE-COUNT.
004650
04650A LOOK-UP-COURSE-TITLE.
04650B     MOVE SPACES TO CRS-TITLE-OUT.
04650C     IF CATALOG-PRESENT
04650D         MOVE SHIST-COURSE-CODE TO CATALOG-COURSE-CODE
04650E         READ COURSE-CATALOG-FILE
04650F             INVALID KEY
04650G                 MOVE 'NOT ON CATALOG' TO CRS-TITLE-OUT
04650H             NOT INVALID KEY
04650I                 MOVE CATALOG-TITLE TO CRS-TITLE-OUT
04650J         END-READ
04650K     END-IF.
04650L
004660 ACCUMULATE-COURSE-GRADE.
004670     EVALUATE SHIST-LETTER
004680         WHEN 'A'
