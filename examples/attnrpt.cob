000001* Purpose:        Weekly chronic-absence and truancy report.
000002*
000003* Reads the attendance history ATTNPOST accumulates and, for
000004* the school year to date, counts each student's full days
000005* absent, unexcused full days absent and partial days (days
000006* with class-period absences but no full-day absence).  A
000007* student is chronically absent when the full days absent are
000008* at or above the chronic-absence percentage of the days the
000009* school has been in session, and over the unexcused threshold
000010* when the unexcused full days reach the unexcused-day limit.
000011* Every active student over either threshold prints on a
000012* report grouped by school, with a new page for each, and by
000013* grade within school, with a count of each kind at the end of
000014* every school and a district totals page.  Students no longer
000015* active on the master, and history rows for students no longer
000016* on it at all, are counted on the totals page but not listed.
000017*
000018* Each student over the unexcused threshold is also joined to
000019* the contact file CNTCMNT maintains and written to the NOTICES
000020* extract (student, guardian name and mailing address,
000021* pipe-delimited with a header record like STUDSTAT's MAILEXT),
000022* so the office can mail-merge the truancy letters to
000023* guardians.  A student with no contact record prints a line
000024* under the student's entry instead, so the office can chase it.
000025*
000026* The days in session is a district figure supplied on a card,
000027* so every student's percentage is taken against the same
000028* school calendar; a full-day and a class-period absence on the
000029* same date count once, as a full day.
000030*
000031* Parameter card layout (SYSIN, keyword in columns 1-20, value
000032* from column 21; cards with '*' in column 1 and blank cards
000033* are ignored):
000034*   YEAR-START        first day of the school year (YYYY-MM-DD)
000035*   DAYS-IN-SESSION   days in session through the report date,
000036*                     three digits (e.g. 045)
000037*   AS-OF-DATE        last absence date counted (YYYY-MM-DD);
000038*                     the run date when omitted
000039*   CHRONIC-PERCENT   two digits, 10 when omitted
000040*   UNEXCUSED-DAYS    two digits, 03 when omitted
000041* YEAR-START and DAYS-IN-SESSION are required; without them
000042* the report is not produced and the run ends with 16.
000043*
000044* Notice extract layout (NOTICES, 128 bytes, pipe-delimited,
000045* with a header record): student ID, name, school, grade,
000046* unexcused days, days absent, guardian, street, city, state,
000047* ZIP, phone.
000048*
000049* DD names: ATTNHIST (attendance history), STUDMAST (student
000050* master), STUDCNTC (contacts), SYSIN (parameter cards),
000051* ATTNWORK and ATTNSORT (work files), ATTNSRTW (sort work),
000052* NOTICES (notice extract), SYSOUT (report).
000053
000060 IDENTIFICATION DIVISION.
000061 PROGRAM-ID.       ATTNRPT.
000062 AUTHOR.           TEST SAM.
000063 DATE-WRITTEN.     15 October 2026.
000064
000070 ENVIRONMENT DIVISION.
000080 INPUT-OUTPUT SECTION.
000090 FILE-CONTROL.
000100     SELECT ATTENDANCE-HISTORY-FILE ASSIGN TO "ATTNHIST"
000110         ORGANIZATION IS INDEXED
000120         ACCESS MODE IS DYNAMIC
000130         RECORD KEY IS ATTN-KEY
000140         FILE STATUS IS WS-ATTNHIST-STATUS.
000150     SELECT STUDENT-MASTER-FILE ASSIGN TO "STUDMAST"
000160         ORGANIZATION IS INDEXED
000170         ACCESS MODE IS DYNAMIC
000180         RECORD KEY IS MASTER-STUDENT-ID
000190         FILE STATUS IS WS-MASTER-STATUS.
000200     SELECT STUDENT-CONTACT-FILE ASSIGN TO "STUDCNTC"
000210         ORGANIZATION IS INDEXED
000220         ACCESS MODE IS DYNAMIC
000230         RECORD KEY IS CONTACT-STUDENT-ID
000240         FILE STATUS IS WS-CONTACT-STATUS.
000250     SELECT PARAMETER-CARD-FILE ASSIGN TO SYSIN
000260         ORGANIZATION IS LINE SEQUENTIAL.
000270     SELECT ABSENTEE-WORK-FILE ASSIGN TO "ATTNWORK"
000280         ORGANIZATION IS LINE SEQUENTIAL.
000290     SELECT ABSENTEE-SORT-FILE ASSIGN TO "ATTNSRTW".
000300     SELECT SORTED-ABSENTEE-FILE ASSIGN TO "ATTNSORT"
000310         ORGANIZATION IS LINE SEQUENTIAL.
000320     SELECT NOTICE-EXTRACT-FILE ASSIGN TO "NOTICES"
000330         ORGANIZATION IS LINE SEQUENTIAL.
000340     SELECT PRINT-FILE       ASSIGN TO SYSOUT
000350         ORGANIZATION IS LINE SEQUENTIAL.
000360
000370 DATA DIVISION.
000380 FILE SECTION.
000390 FD  ATTENDANCE-HISTORY-FILE
000400     RECORD CONTAINS 33 CHARACTERS
000410     DATA RECORD IS ATTENDANCE-HISTORY-RECORD.
000420 01  ATTENDANCE-HISTORY-RECORD.
000430     05  ATTN-KEY.
000440         10  ATTN-STUDENT-ID PIC X(9).
000450         10  ATTN-DATE       PIC X(10).
000460         10  ATTN-PERIOD     PIC X(2).
000470             88  ATTN-FULL-DAY VALUE 'FD'.
000480     05  ATTN-CODE           PIC X.
000490         88  ATTN-UNEXCUSED  VALUE 'U'.
000500     05  ATTN-DELIM          PIC X.
000510     05  ATTN-POST-DATE      PIC X(10).
000520
000530 FD  STUDENT-MASTER-FILE
000540     RECORD CONTAINS 43 CHARACTERS
000550     DATA RECORD IS MASTER-STUDENT-RECORD.
000560 01  MASTER-STUDENT-RECORD.
000570     05  MASTER-STUDENT-ID   PIC X(9).
000580     05  MASTER-STUDENT-NAME PIC X(20).
000590     05  MASTER-GRADE-LEVEL  PIC X(2).
000600     05  MASTER-GPA          PIC 9V99.
000610     05  MASTER-SCHOOL-CODE  PIC X(3).
000620     05  MASTER-ENROLL-STATUS PIC X.
000630         88  MASTER-IS-ACTIVE VALUES SPACE 'A'.
000640     05  MASTER-STATUS-REASON PIC X.
000650     05  MASTER-STATUS-DATE  PIC X(4).
000660
000670 FD  STUDENT-CONTACT-FILE
000680     RECORD CONTAINS 86 CHARACTERS
000690     DATA RECORD IS STUDENT-CONTACT-RECORD.
000700 01  STUDENT-CONTACT-RECORD.
000710     05  CONTACT-STUDENT-ID  PIC X(9).
000720     05  CONTACT-GUARDIAN    PIC X(20).
000730     05  CONTACT-STREET      PIC X(25).
000740     05  CONTACT-CITY        PIC X(15).
000750     05  CONTACT-STATE       PIC X(2).
000760     05  CONTACT-ZIP         PIC X(5).
000770     05  CONTACT-PHONE       PIC X(10).
000780
000790 FD  PARAMETER-CARD-FILE
000800     RECORD CONTAINS 80 CHARACTERS
000810     DATA RECORD IS PARAMETER-CARD.
000820 01  PARAMETER-CARD.
000830     05  CARD-KEYWORD        PIC X(20).
000840     05  CARD-VALUE          PIC X(10).
000850     05  FILLER              PIC X(50).
000860
000870 FD  ABSENTEE-WORK-FILE
000880     RECORD CONTAINS 49 CHARACTERS
000890     DATA RECORD IS ABSENTEE-WORK-RECORD.
000900 01  ABSENTEE-WORK-RECORD    PIC X(49).
000910
000920 SD  ABSENTEE-SORT-FILE
000930     RECORD CONTAINS 49 CHARACTERS.
000940 01  ABSENTEE-SORT-RECORD.
000950     05  ASORT-SCHOOL-CODE   PIC X(3).
000960     05  ASORT-GRADE-LEVEL   PIC X(2).
000970     05  ASORT-STUDENT-NAME  PIC X(20).
000980     05  ASORT-STUDENT-ID    PIC X(9).
000990     05  FILLER              PIC X(15).
001000
001010 FD  SORTED-ABSENTEE-FILE
001020     RECORD CONTAINS 49 CHARACTERS
001030     DATA RECORD IS SORTED-ABSENTEE-RECORD.
001040 01  SORTED-ABSENTEE-RECORD.
001050     05  ABT-SCHOOL-CODE     PIC X(3).
001060     05  ABT-GRADE-LEVEL     PIC X(2).
001070     05  ABT-STUDENT-NAME    PIC X(20).
001080     05  ABT-STUDENT-ID      PIC X(9).
001090     05  ABT-DAYS-ABSENT     PIC 9(3).
001100     05  ABT-UNEXCUSED-DAYS  PIC 9(3).
001110     05  ABT-PARTIAL-DAYS    PIC 9(3).
001120     05  ABT-ABSENT-PERCENT  PIC 9(3)V9.
001130     05  ABT-CHRONIC-FLAG    PIC X.
001140         88  ABT-IS-CHRONIC  VALUE 'C'.
001150     05  ABT-TRUANT-FLAG     PIC X.
001160         88  ABT-IS-TRUANT   VALUE 'U'.
001170
001180 FD  NOTICE-EXTRACT-FILE
001190     RECORD CONTAINS 128 CHARACTERS
001200     DATA RECORD IS NOTICE-EXTRACT-RECORD.
001210 01  NOTICE-EXTRACT-RECORD.
001220     05  NOTE-ID             PIC X(9).
001230     05  NOTE-DELIM-1        PIC X.
001240     05  NOTE-NAME           PIC X(20).
001250     05  NOTE-DELIM-2        PIC X.
001260     05  NOTE-SCHOOL         PIC X(3).
001270     05  NOTE-DELIM-3        PIC X.
001280     05  NOTE-GRADE          PIC X(2).
001290     05  NOTE-DELIM-4        PIC X.
001300     05  NOTE-UNEXCUSED      PIC 9(3).
001310     05  NOTE-DELIM-5        PIC X.
001320     05  NOTE-ABSENT         PIC 9(3).
001330     05  NOTE-DELIM-6        PIC X.
001340     05  NOTE-GUARDIAN       PIC X(20).
001350     05  NOTE-DELIM-7        PIC X.
001360     05  NOTE-STREET         PIC X(25).
001370     05  NOTE-DELIM-8        PIC X.
001380     05  NOTE-CITY           PIC X(15).
001390     05  NOTE-DELIM-9        PIC X.
001400     05  NOTE-STATE          PIC X(2).
001410     05  NOTE-DELIM-10       PIC X.
001420     05  NOTE-ZIP            PIC X(5).
001430     05  NOTE-DELIM-11       PIC X.
001440     05  NOTE-PHONE          PIC X(10).
001450 01  NOTICE-EXTRACT-HEADER   PIC X(128).
001460
001470 FD  PRINT-FILE
001480     RECORD CONTAINS 80 CHARACTERS
001490     DATA RECORD IS PRINT-LINE.
001500 01  PRINT-LINE              PIC X(80).
001510
001520 WORKING-STORAGE SECTION.
001530 01  WS-ATTNHIST-STATUS      PIC X(2)      VALUE SPACES.
001540 01  WS-MASTER-STATUS        PIC X(2)      VALUE SPACES.
001550 01  WS-CONTACT-STATUS       PIC X(2)      VALUE SPACES.
001560 01  WS-HISTORY-FILE-SWITCH  PIC X(3)      VALUE 'YES'.
001570     88  HISTORY-PRESENT     VALUE 'YES'.
001580 01  WS-CONTACT-FILE-SWITCH  PIC X(3)      VALUE 'YES'.
001590     88  CONTACT-FILE-PRESENT VALUE 'YES'.
001600 01  WS-FIRST-RECORD-SWITCH  PIC X(3)      VALUE 'YES'.
001610     88  FIRST-RECORD        VALUE 'YES'.
001620 01  WS-DAY-FULL-SWITCH      PIC X(3)      VALUE 'NO '.
001630     88  DAY-FULL-ABSENCE    VALUE 'YES'.
001640 01  WS-DAY-UNEXCUSED-SWITCH PIC X(3)      VALUE 'NO '.
001650     88  DAY-UNEXCUSED       VALUE 'YES'.
001660 01  WS-DAY-PERIOD-SWITCH    PIC X(3)      VALUE 'NO '.
001670     88  DAY-PERIOD-ABSENCE  VALUE 'YES'.
001680 01  DATA-REMAINS-SWITCH     PIC X(2)      VALUE SPACES.
001690 01  CARD-REMAINS-SWITCH     PIC X(2)      VALUE SPACES.
001700 01  WS-YEAR-START           PIC X(10)     VALUE SPACES.
001710 01  WS-AS-OF-DATE           PIC X(10)     VALUE SPACES.
001720 01  WS-DAYS-IN-SESSION      PIC 9(3)      VALUE ZERO.
001730 01  WS-CHRONIC-PERCENT      PIC 9(2)      VALUE 10.
001740 01  WS-UNEXCUSED-LIMIT      PIC 9(2)      VALUE 3.
001750 01  WS-CARD-ERROR-COUNT     PIC 9(4)      VALUE ZERO.
001760 01  WS-CURRENT-STUDENT-ID   PIC X(9)      VALUE SPACES.
001770 01  WS-CURRENT-ABSENCE-DATE PIC X(10)     VALUE SPACES.
001780 01  WS-CURRENT-SCHOOL-CODE  PIC X(3)      VALUE SPACES.
001790 01  WS-CURRENT-GRADE-LEVEL  PIC X(2)      VALUE SPACES.
001800 01  WS-DAYS-ABSENT          PIC 9(3)      VALUE ZERO.
001810 01  WS-UNEXCUSED-DAYS       PIC 9(3)      VALUE ZERO.
001820 01  WS-PARTIAL-DAYS         PIC 9(3)      VALUE ZERO.
001830 01  WS-ABSENT-PERCENT       PIC 9(3)V9    VALUE ZERO.
001840 01  HISTORY-READ-COUNT      PIC 9(7)      VALUE ZERO.
001850 01  OUTSIDE-PERIOD-COUNT    PIC 9(7)      VALUE ZERO.
001860 01  STUDENTS-ABSENT-COUNT   PIC 9(7)      VALUE ZERO.
001870 01  CHRONIC-COUNT           PIC 9(7)      VALUE ZERO.
001880 01  TRUANT-COUNT            PIC 9(7)      VALUE ZERO.
001890 01  INACTIVE-SKIPPED-COUNT  PIC 9(7)      VALUE ZERO.
001900 01  NOT-ON-MASTER-COUNT     PIC 9(7)      VALUE ZERO.
001910 01  NOTICES-WRITTEN-COUNT   PIC 9(7)      VALUE ZERO.
001920 01  NO-CONTACT-COUNT        PIC 9(7)      VALUE ZERO.
001930 01  WS-SCHOOL-CHRONIC-COUNT PIC 9(7)      VALUE ZERO.
001940 01  WS-SCHOOL-TRUANT-COUNT  PIC 9(7)      VALUE ZERO.
001950 01  WS-CURRENT-DATE         PIC 9(8)      VALUE ZERO.
001960 01  WS-FORMATTED-DATE       PIC X(10)     VALUE SPACES.
001970 01  WS-LINE-COUNT           PIC 9(4)      VALUE ZERO.
001980 01  WS-LINES-PER-PAGE       PIC 9(4)      VALUE 20.
001990 01  WS-PAGE-NUMBER          PIC 9(4)      VALUE ZERO.
002000
002010 01  WORK-ABSENTEE-RECORD.
002020     05  WORK-SCHOOL-CODE    PIC X(3).
002030     05  WORK-GRADE-LEVEL    PIC X(2).
002040     05  WORK-STUDENT-NAME   PIC X(20).
002050     05  WORK-STUDENT-ID     PIC X(9).
002060     05  WORK-DAYS-ABSENT    PIC 9(3).
002070     05  WORK-UNEXCUSED-DAYS PIC 9(3).
002080     05  WORK-PARTIAL-DAYS   PIC 9(3).
002090     05  WORK-ABSENT-PERCENT PIC 9(3)V9.
002100     05  WORK-CHRONIC-FLAG   PIC X.
002110     05  WORK-TRUANT-FLAG    PIC X.
002120
002130 01  HEADER-LINE-1.
002140     05  FILLER              PIC X(20)     VALUE SPACES.
002150     05  FILLER              PIC X(40)
002160         VALUE  'CHRONIC ABSENCE AND TRUANCY REPORT'.
002170     05  FILLER              PIC X(20)     VALUE SPACES.
002180
002190 01  HEADER-LINE-2.
002200     05  FILLER              PIC X(7)      VALUE SPACES.
002210     05  FILLER              PIC X(9)      VALUE 'RUN DATE:'.
002220     05  HEADER-RUN-DATE-OUT PIC X(10).
002230     05  FILLER              PIC X(5)      VALUE SPACES.
002240     05  FILLER              PIC X(6)      VALUE 'PAGE: '.
002250     05  HEADER-PAGE-NUM-OUT PIC ZZZ9.
002260     05  FILLER              PIC X(39)     VALUE SPACES.
002270
002280 01  HEADER-BLANK-LINE       PIC X(80)     VALUE SPACES.
002290
002300 01  HEADER-LINE-3.
002310     05  FILLER              PIC X(7)      VALUE SPACES.
002320     05  FILLER              PIC X(8)      VALUE 'SCHOOL: '.
002330     05  HEADER-SCHOOL-OUT   PIC X(3).
002340     05  FILLER              PIC X(5)      VALUE SPACES.
002350     05  FILLER              PIC X(8)      VALUE 'PERIOD: '.
002360     05  HEADER-FROM-OUT     PIC X(10).
002370     05  FILLER              PIC X(4)      VALUE ' TO '.
002380     05  HEADER-TO-OUT       PIC X(10).
002390     05  FILLER              PIC X(25)     VALUE SPACES.
002400
002410 01  COLUMN-HEADING-LINE.
002420     05  FILLER              PIC X(2)      VALUE SPACES.
002430     05  FILLER              PIC X(11)     VALUE 'STUDENT ID'.
002440     05  FILLER              PIC X(22)     VALUE 'NAME'.
002450     05  FILLER              PIC X(7)      VALUE 'ABSENT'.
002460     05  FILLER              PIC X(8)      VALUE '    PCT'.
002470     05  FILLER              PIC X(6)      VALUE ' UNEXC'.
002480     05  FILLER              PIC X(6)      VALUE '  PART'.
002490     05  FILLER              PIC X(18)     VALUE '  THRESHOLD'.
002500
002510 01  GRADE-HEADING-LINE.
002520     05  FILLER              PIC X(2)      VALUE SPACES.
002530     05  FILLER              PIC X(6)      VALUE 'GRADE '.
002540     05  GRADE-HEADING-OUT   PIC X(2).
002550     05  FILLER              PIC X(70)     VALUE SPACES.
002560
002570 01  ABSENTEE-DETAIL-LINE.
002580     05  FILLER              PIC X(2)      VALUE SPACES.
002590     05  ABS-ID-OUT          PIC X(9).
002600     05  FILLER              PIC X(2)      VALUE SPACES.
002610     05  ABS-NAME-OUT        PIC X(20).
002620     05  FILLER              PIC X(5)      VALUE SPACES.
002630     05  ABS-DAYS-OUT        PIC ZZ9.
002640     05  FILLER              PIC X(3)      VALUE SPACES.
002650     05  ABS-PERCENT-OUT     PIC ZZ9.9.
002660     05  FILLER              PIC X(3)      VALUE SPACES.
002670     05  ABS-UNEXCUSED-OUT   PIC ZZ9.
002680     05  FILLER              PIC X(3)      VALUE SPACES.
002690     05  ABS-PARTIAL-OUT     PIC ZZ9.
002700     05  FILLER              PIC X(2)      VALUE SPACES.
002710     05  ABS-CHRONIC-OUT     PIC X(8).
002720     05  ABS-TRUANT-OUT      PIC X(9).
002730
002740 01  NO-CONTACT-LINE.
002750     05  FILLER              PIC X(13)     VALUE SPACES.
002760     05  FILLER              PIC X(67)
002770         VALUE 'NO CONTACT RECORD ON FILE - NO NOTICE WRITTEN'.
002780
002790 01  SCHOOL-TOTAL-LINE.
002800     05  FILLER              PIC X(7)      VALUE SPACES.
002810     05  SCHOOL-CHRONIC-OUT  PIC 9(7).
002820     05  FILLER              PIC X(18)
002825         VALUE ' CHRONIC ABSENTEES'.
002830     05  FILLER              PIC X(2)      VALUE SPACES.
002840     05  SCHOOL-TRUANT-OUT   PIC 9(7).
002850     05  FILLER              PIC X(24)
002860         VALUE ' OVER UNEXCUSED LIMIT AT'.
002870     05  FILLER              PIC X         VALUE SPACE.
002880     05  SCHOOL-TOTAL-CODE-OUT PIC X(3).
002890     05  FILLER              PIC X(11)     VALUE SPACES.
002900
002910 01  NO-ABSENTEE-LINE.
002920     05  FILLER              PIC X(7)      VALUE SPACES.
002930     05  FILLER              PIC X(73)
002940         VALUE 'NO ACTIVE STUDENT IS OVER EITHER THRESHOLD'.
002950
002960 01  NO-CALENDAR-LINE.
002970     05  FILLER              PIC X(7)      VALUE SPACES.
002980     05  FILLER              PIC X(73)
002990         VALUE 'SCHOOL CALENDAR CARDS MISSING - NO REPORT'.
003000
003010 01  THRESHOLD-LINE.
003020     05  FILLER              PIC X(7)      VALUE SPACES.
003030     05  FILLER              PIC X(16)
003035         VALUE 'DAYS IN SESSION '.
003040     05  THRESH-DAYS-OUT     PIC ZZ9.
003050     05  FILLER              PIC X(19)
003060         VALUE '   CHRONIC PERCENT '.
003070     05  THRESH-PERCENT-OUT  PIC Z9.
003080     05  FILLER              PIC X(18)
003090         VALUE '   UNEXCUSED DAYS '.
003100     05  THRESH-UNEXCUSED-OUT PIC Z9.
003110     05  FILLER              PIC X(13)     VALUE SPACES.
003120
003130 01  COUNT-LINE.
003140     05  FILLER              PIC X(7)      VALUE SPACES.
003150     05  COUNT-OUT           PIC 9(7).
003160     05  FILLER              PIC X         VALUE SPACE.
003170     05  COUNT-TEXT-OUT      PIC X(40).
003180     05  FILLER              PIC X(25)     VALUE SPACES.
003190
003200 01  CARD-ERROR-LINE.
003210     05  FILLER              PIC X(7)      VALUE SPACES.
003220     05  CARD-ERROR-COUNT-OUT PIC 9(4).
003230     05  FILLER              PIC X(69)
003240         VALUE ' INVALID PARAMETER CARDS IGNORED'.
003250
004000 PROCEDURE DIVISION.
004010
004020 PREPARE-ATTENDANCE-REPORT.
004030     PERFORM FORMAT-RUN-DATE.
004040     MOVE WS-FORMATTED-DATE TO WS-AS-OF-DATE.
004050     OPEN OUTPUT PRINT-FILE.
004060     PERFORM LOAD-PARAMETER-CARDS.
004070     IF WS-YEAR-START = SPACES
004080         OR WS-DAYS-IN-SESSION = ZERO
004090         PERFORM WRITE-PAGE-HEADER
004100         MOVE NO-CALENDAR-LINE TO PRINT-LINE
004110         WRITE PRINT-LINE
004120         CLOSE PRINT-FILE
004130         MOVE 16 TO RETURN-CODE
004140         STOP RUN
004150     END-IF.
004160     OPEN INPUT STUDENT-MASTER-FILE.
004170     IF WS-MASTER-STATUS NOT = '00'
004180         DISPLAY 'MASTER OPEN FAILED - ' WS-MASTER-STATUS
004190         MOVE 16 TO RETURN-CODE
004200         STOP RUN
004210     END-IF.
004220     OPEN INPUT ATTENDANCE-HISTORY-FILE.
004230     IF WS-ATTNHIST-STATUS = '35'
004240         MOVE 'NO ' TO WS-HISTORY-FILE-SWITCH
004250         MOVE 'NO' TO DATA-REMAINS-SWITCH
004260     ELSE
004270         READ ATTENDANCE-HISTORY-FILE NEXT RECORD
004280             AT END MOVE 'NO' TO DATA-REMAINS-SWITCH
004290         END-READ
004300     END-IF.
004310     OPEN OUTPUT ABSENTEE-WORK-FILE.
004320     PERFORM COUNT-ABSENCE-ROW
004330         UNTIL DATA-REMAINS-SWITCH = 'NO'.
004340     PERFORM FINISH-STUDENT.
004350     CLOSE ABSENTEE-WORK-FILE.
004360     IF HISTORY-PRESENT
004370         CLOSE ATTENDANCE-HISTORY-FILE
004380     END-IF.
004390     PERFORM SORT-ABSENTEES.
004400     OPEN INPUT STUDENT-CONTACT-FILE.
004410     IF WS-CONTACT-STATUS = '35'
004420         MOVE 'NO ' TO WS-CONTACT-FILE-SWITCH
004430     END-IF.
004440     PERFORM PRINT-ABSENTEE-REPORT.
004450     PERFORM PRINT-REPORT-TOTALS.
004460     CLOSE STUDENT-MASTER-FILE
004470           PRINT-FILE.
004480     IF CONTACT-FILE-PRESENT
004490         CLOSE STUDENT-CONTACT-FILE
004500     END-IF.
004510     STOP RUN.
004520
004530 LOAD-PARAMETER-CARDS.
004540     OPEN INPUT PARAMETER-CARD-FILE.
004550     READ PARAMETER-CARD-FILE
004560         AT END MOVE 'NO' TO CARD-REMAINS-SWITCH
004570     END-READ.
004580     PERFORM APPLY-PARAMETER-CARD
004590         UNTIL CARD-REMAINS-SWITCH = 'NO'.
004600     CLOSE PARAMETER-CARD-FILE.
004610
004620 APPLY-PARAMETER-CARD.
004630     IF PARAMETER-CARD = SPACES
004640         OR CARD-KEYWORD(1:1) = '*'
004650         CONTINUE
004660     ELSE
004670         EVALUATE CARD-KEYWORD
004680             WHEN 'YEAR-START'
004690                 MOVE CARD-VALUE TO WS-YEAR-START
004700             WHEN 'AS-OF-DATE'
004710                 MOVE CARD-VALUE TO WS-AS-OF-DATE
004720             WHEN 'DAYS-IN-SESSION'
004730                 IF CARD-VALUE(1:3) IS NUMERIC
004740                     MOVE CARD-VALUE(1:3) TO WS-DAYS-IN-SESSION
004750                 ELSE
004760                     ADD 1 TO WS-CARD-ERROR-COUNT
004770                 END-IF
004780             WHEN 'CHRONIC-PERCENT'
004790                 IF CARD-VALUE(1:2) IS NUMERIC
004800                     MOVE CARD-VALUE(1:2) TO WS-CHRONIC-PERCENT
004810                 ELSE
004820                     ADD 1 TO WS-CARD-ERROR-COUNT
004830                 END-IF
004840             WHEN 'UNEXCUSED-DAYS'
004850                 IF CARD-VALUE(1:2) IS NUMERIC
004860                     MOVE CARD-VALUE(1:2) TO WS-UNEXCUSED-LIMIT
004870                 ELSE
004880                     ADD 1 TO WS-CARD-ERROR-COUNT
004890                 END-IF
004900             WHEN OTHER
004910                 ADD 1 TO WS-CARD-ERROR-COUNT
004920         END-EVALUATE
004930     END-IF.
004940     READ PARAMETER-CARD-FILE
004950         AT END MOVE 'NO' TO CARD-REMAINS-SWITCH
004960     END-READ.
004970
004980* The history arrives in key order - student, date, period - so
004990* one pass counts each student's days with a break on the date
005000* inside a break on the student.  Rows dated outside the school
005010* year to date are read past and counted.
005020
005030 COUNT-ABSENCE-ROW.
005040     ADD 1 TO HISTORY-READ-COUNT.
005050     IF ATTN-DATE < WS-YEAR-START
005060         OR ATTN-DATE > WS-AS-OF-DATE
005070         ADD 1 TO OUTSIDE-PERIOD-COUNT
005080     ELSE
005090         IF ATTN-STUDENT-ID NOT = WS-CURRENT-STUDENT-ID
005100             PERFORM FINISH-STUDENT
005110             MOVE ATTN-STUDENT-ID TO WS-CURRENT-STUDENT-ID
005120         END-IF
005130         IF ATTN-DATE NOT = WS-CURRENT-ABSENCE-DATE
005140             PERFORM FINISH-ABSENCE-DATE
005150             MOVE ATTN-DATE TO WS-CURRENT-ABSENCE-DATE
005160         END-IF
005170         IF ATTN-FULL-DAY
005180             MOVE 'YES' TO WS-DAY-FULL-SWITCH
005190             IF ATTN-UNEXCUSED
005200                 MOVE 'YES' TO WS-DAY-UNEXCUSED-SWITCH
005210             END-IF
005220         ELSE
005230             MOVE 'YES' TO WS-DAY-PERIOD-SWITCH
005240         END-IF
005250     END-IF.
005260     READ ATTENDANCE-HISTORY-FILE NEXT RECORD
005270         AT END MOVE 'NO' TO DATA-REMAINS-SWITCH
005280     END-READ.
005290
005300 FINISH-ABSENCE-DATE.
005310     IF DAY-FULL-ABSENCE
005320         ADD 1 TO WS-DAYS-ABSENT
005330         IF DAY-UNEXCUSED
005340             ADD 1 TO WS-UNEXCUSED-DAYS
005350         END-IF
005360     ELSE
005370         IF DAY-PERIOD-ABSENCE
005380             ADD 1 TO WS-PARTIAL-DAYS
005390         END-IF
005400     END-IF.
005410     MOVE 'NO ' TO WS-DAY-FULL-SWITCH.
005420     MOVE 'NO ' TO WS-DAY-UNEXCUSED-SWITCH.
005430     MOVE 'NO ' TO WS-DAY-PERIOD-SWITCH.
005440
005450* At each student break the year-to-date days are held against
005460* both thresholds; a student over either one is looked up on
005470* the master for the school, grade and name and goes to the
005480* work file for sorting.
005490
005500 FINISH-STUDENT.
005510     PERFORM FINISH-ABSENCE-DATE.
005520     IF WS-CURRENT-STUDENT-ID NOT = SPACES
005530         ADD 1 TO STUDENTS-ABSENT-COUNT
005540         COMPUTE WS-ABSENT-PERCENT ROUNDED =
005550             (WS-DAYS-ABSENT * 100) / WS-DAYS-IN-SESSION
005560         MOVE SPACES TO WORK-ABSENTEE-RECORD
005570         IF WS-ABSENT-PERCENT NOT < WS-CHRONIC-PERCENT
005580             MOVE 'C' TO WORK-CHRONIC-FLAG
005590         END-IF
005600         IF WS-UNEXCUSED-DAYS NOT < WS-UNEXCUSED-LIMIT
005610             MOVE 'U' TO WORK-TRUANT-FLAG
005620         END-IF
005630         IF WORK-CHRONIC-FLAG = 'C'
005640             OR WORK-TRUANT-FLAG = 'U'
005650             PERFORM WRITE-ABSENTEE-WORK
005660         END-IF
005670     END-IF.
005680     MOVE SPACES TO WS-CURRENT-ABSENCE-DATE.
005690     MOVE ZERO TO WS-DAYS-ABSENT.
005700     MOVE ZERO TO WS-UNEXCUSED-DAYS.
005710     MOVE ZERO TO WS-PARTIAL-DAYS.
005720
005730 WRITE-ABSENTEE-WORK.
005740     MOVE WS-CURRENT-STUDENT-ID TO MASTER-STUDENT-ID.
005750     READ STUDENT-MASTER-FILE
005760         INVALID KEY
005770             ADD 1 TO NOT-ON-MASTER-COUNT
005780         NOT INVALID KEY
005790             IF MASTER-IS-ACTIVE
005800                 MOVE MASTER-SCHOOL-CODE TO WORK-SCHOOL-CODE
005810                 MOVE MASTER-GRADE-LEVEL TO WORK-GRADE-LEVEL
005820                 MOVE MASTER-STUDENT-NAME TO WORK-STUDENT-NAME
005830                 MOVE MASTER-STUDENT-ID TO WORK-STUDENT-ID
005840                 MOVE WS-DAYS-ABSENT TO WORK-DAYS-ABSENT
005850                 MOVE WS-UNEXCUSED-DAYS TO WORK-UNEXCUSED-DAYS
005860                 MOVE WS-PARTIAL-DAYS TO WORK-PARTIAL-DAYS
005870                 MOVE WS-ABSENT-PERCENT TO WORK-ABSENT-PERCENT
005880                 MOVE WORK-ABSENTEE-RECORD
005890                     TO ABSENTEE-WORK-RECORD
005900                 WRITE ABSENTEE-WORK-RECORD
005910             ELSE
005920                 ADD 1 TO INACTIVE-SKIPPED-COUNT
005930             END-IF
005940     END-READ.
005950
005960 SORT-ABSENTEES.
005970     SORT ABSENTEE-SORT-FILE
005980         ON ASCENDING KEY ASORT-SCHOOL-CODE
005990         ON ASCENDING KEY ASORT-GRADE-LEVEL
006000         ON ASCENDING KEY ASORT-STUDENT-NAME
006010         ON ASCENDING KEY ASORT-STUDENT-ID
006020         USING ABSENTEE-WORK-FILE
006030         GIVING SORTED-ABSENTEE-FILE.
006040
006050* The sorted students print with a new page at each school and
006060* a heading at each grade; the ones over the unexcused limit
006070* are written to the notice extract as they print.
006080
006090 PRINT-ABSENTEE-REPORT.
006100     OPEN INPUT SORTED-ABSENTEE-FILE.
006110     OPEN OUTPUT NOTICE-EXTRACT-FILE.
006120     MOVE 'STUDENT_ID|NAME|SCHOOL|GRADE|UNEXCUSED|ABSENT|GUARDIAN|
006130-    'STREET|CITY|ST|ZIP|PHONE' TO NOTICE-EXTRACT-HEADER.
006140     WRITE NOTICE-EXTRACT-HEADER.
006150     MOVE SPACES TO DATA-REMAINS-SWITCH.
006160     READ SORTED-ABSENTEE-FILE
006170         AT END MOVE 'NO' TO DATA-REMAINS-SWITCH
006180     END-READ.
006190     IF DATA-REMAINS-SWITCH = 'NO'
006200         PERFORM WRITE-PAGE-HEADER
006210         MOVE NO-ABSENTEE-LINE TO PRINT-LINE
006220         WRITE PRINT-LINE
006230         ADD 1 TO WS-LINE-COUNT
006240     END-IF.
006250     PERFORM PRINT-ABSENTEE
006260         UNTIL DATA-REMAINS-SWITCH = 'NO'.
006270     IF NOT FIRST-RECORD
006280         PERFORM WRITE-SCHOOL-TOTAL
006290     END-IF.
006300     CLOSE SORTED-ABSENTEE-FILE
006310           NOTICE-EXTRACT-FILE.
006320
006330 PRINT-ABSENTEE.
006340     IF FIRST-RECORD
006350         MOVE 'NO ' TO WS-FIRST-RECORD-SWITCH
006360         MOVE ABT-SCHOOL-CODE TO WS-CURRENT-SCHOOL-CODE
006370         MOVE SPACES TO WS-CURRENT-GRADE-LEVEL
006380         PERFORM WRITE-PAGE-HEADER
006390     ELSE
006400         IF ABT-SCHOOL-CODE NOT = WS-CURRENT-SCHOOL-CODE
006410             PERFORM WRITE-SCHOOL-TOTAL
006420             MOVE ABT-SCHOOL-CODE TO WS-CURRENT-SCHOOL-CODE
006430             MOVE SPACES TO WS-CURRENT-GRADE-LEVEL
006440             PERFORM WRITE-PAGE-HEADER
006450         END-IF
006460     END-IF.
006470     IF ABT-GRADE-LEVEL NOT = WS-CURRENT-GRADE-LEVEL
006480         MOVE ABT-GRADE-LEVEL TO WS-CURRENT-GRADE-LEVEL
006490         PERFORM WRITE-GRADE-HEADING
006500     END-IF.
006510     IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
006520         PERFORM WRITE-PAGE-HEADER
006530     END-IF.
006540     MOVE ABT-STUDENT-ID TO ABS-ID-OUT.
006550     MOVE ABT-STUDENT-NAME TO ABS-NAME-OUT.
006560     MOVE ABT-DAYS-ABSENT TO ABS-DAYS-OUT.
006570     MOVE ABT-ABSENT-PERCENT TO ABS-PERCENT-OUT.
006580     MOVE ABT-UNEXCUSED-DAYS TO ABS-UNEXCUSED-OUT.
006590     MOVE ABT-PARTIAL-DAYS TO ABS-PARTIAL-OUT.
006600     MOVE SPACES TO ABS-CHRONIC-OUT.
006610     MOVE SPACES TO ABS-TRUANT-OUT.
006620     IF ABT-IS-CHRONIC
006630         MOVE 'CHRONIC' TO ABS-CHRONIC-OUT
006640         ADD 1 TO CHRONIC-COUNT
006650         ADD 1 TO WS-SCHOOL-CHRONIC-COUNT
006660     END-IF.
006670     IF ABT-IS-TRUANT
006680         MOVE 'UNEXCUSED' TO ABS-TRUANT-OUT
006690         ADD 1 TO TRUANT-COUNT
006700         ADD 1 TO WS-SCHOOL-TRUANT-COUNT
006710     END-IF.
006720     MOVE ABSENTEE-DETAIL-LINE TO PRINT-LINE.
006730     WRITE PRINT-LINE.
006740     ADD 1 TO WS-LINE-COUNT.
006750     IF ABT-IS-TRUANT
006760         PERFORM WRITE-TRUANCY-NOTICE
006770     END-IF.
006780     READ SORTED-ABSENTEE-FILE
006790         AT END MOVE 'NO' TO DATA-REMAINS-SWITCH
006800     END-READ.
006810
006820 WRITE-GRADE-HEADING.
006830     IF WS-LINE-COUNT + 1 >= WS-LINES-PER-PAGE
006840         PERFORM WRITE-PAGE-HEADER
006850     END-IF.
006860     MOVE ABT-GRADE-LEVEL TO GRADE-HEADING-OUT.
006870     MOVE GRADE-HEADING-LINE TO PRINT-LINE.
006880     WRITE PRINT-LINE.
006890     ADD 1 TO WS-LINE-COUNT.
006900
006910* Each student over the unexcused limit is joined to the
006920* contact file by a keyed read; one the office never keyed a
006930* contact card for gets an exception line instead of a notice.
006940
006950 WRITE-TRUANCY-NOTICE.
006960     IF CONTACT-FILE-PRESENT
006970         MOVE ABT-STUDENT-ID TO CONTACT-STUDENT-ID
006980         READ STUDENT-CONTACT-FILE
006990             INVALID KEY
007000                 PERFORM WRITE-NO-CONTACT-LINE
007010             NOT INVALID KEY
007020                 PERFORM WRITE-NOTICE-RECORD
007030         END-READ
007040     ELSE
007050         PERFORM WRITE-NO-CONTACT-LINE
007060     END-IF.
007070
007080 WRITE-NOTICE-RECORD.
007090     MOVE SPACES TO NOTICE-EXTRACT-RECORD.
007100     MOVE ABT-STUDENT-ID TO NOTE-ID.
007110     MOVE '|' TO NOTE-DELIM-1.
007120     MOVE ABT-STUDENT-NAME TO NOTE-NAME.
007130     MOVE '|' TO NOTE-DELIM-2.
007140     MOVE ABT-SCHOOL-CODE TO NOTE-SCHOOL.
007150     MOVE '|' TO NOTE-DELIM-3.
007160     MOVE ABT-GRADE-LEVEL TO NOTE-GRADE.
007170     MOVE '|' TO NOTE-DELIM-4.
007180     MOVE ABT-UNEXCUSED-DAYS TO NOTE-UNEXCUSED.
007190     MOVE '|' TO NOTE-DELIM-5.
007200     MOVE ABT-DAYS-ABSENT TO NOTE-ABSENT.
007210     MOVE '|' TO NOTE-DELIM-6.
007220     MOVE CONTACT-GUARDIAN TO NOTE-GUARDIAN.
007230     MOVE '|' TO NOTE-DELIM-7.
007240     MOVE CONTACT-STREET TO NOTE-STREET.
007250     MOVE '|' TO NOTE-DELIM-8.
007260     MOVE CONTACT-CITY TO NOTE-CITY.
007270     MOVE '|' TO NOTE-DELIM-9.
007280     MOVE CONTACT-STATE TO NOTE-STATE.
007290     MOVE '|' TO NOTE-DELIM-10.
007300     MOVE CONTACT-ZIP TO NOTE-ZIP.
007310     MOVE '|' TO NOTE-DELIM-11.
007320     MOVE CONTACT-PHONE TO NOTE-PHONE.
007330     WRITE NOTICE-EXTRACT-RECORD.
007340     ADD 1 TO NOTICES-WRITTEN-COUNT.
007350
007360 WRITE-NO-CONTACT-LINE.
007370     ADD 1 TO NO-CONTACT-COUNT.
007380     IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
007390         PERFORM WRITE-PAGE-HEADER
007400     END-IF.
007410     MOVE NO-CONTACT-LINE TO PRINT-LINE.
007420     WRITE PRINT-LINE.
007430     ADD 1 TO WS-LINE-COUNT.
007440
007450 WRITE-SCHOOL-TOTAL.
007460     IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
007470         PERFORM WRITE-PAGE-HEADER
007480     END-IF.
007490     MOVE HEADER-BLANK-LINE TO PRINT-LINE.
007500     WRITE PRINT-LINE.
007510     MOVE WS-SCHOOL-CHRONIC-COUNT TO SCHOOL-CHRONIC-OUT.
007520     MOVE WS-SCHOOL-TRUANT-COUNT TO SCHOOL-TRUANT-OUT.
007530     MOVE WS-CURRENT-SCHOOL-CODE TO SCHOOL-TOTAL-CODE-OUT.
007540     MOVE SCHOOL-TOTAL-LINE TO PRINT-LINE.
007550     WRITE PRINT-LINE.
007560     ADD 2 TO WS-LINE-COUNT.
007570     MOVE ZERO TO WS-SCHOOL-CHRONIC-COUNT.
007580     MOVE ZERO TO WS-SCHOOL-TRUANT-COUNT.
007590
007600 PRINT-REPORT-TOTALS.
007610     MOVE SPACES TO WS-CURRENT-SCHOOL-CODE.
007620     PERFORM WRITE-PAGE-HEADER.
007630     MOVE WS-DAYS-IN-SESSION TO THRESH-DAYS-OUT.
007640     MOVE WS-CHRONIC-PERCENT TO THRESH-PERCENT-OUT.
007650     MOVE WS-UNEXCUSED-LIMIT TO THRESH-UNEXCUSED-OUT.
007660     MOVE THRESHOLD-LINE TO PRINT-LINE.
007670     WRITE PRINT-LINE.
007680     MOVE HEADER-BLANK-LINE TO PRINT-LINE.
007690     WRITE PRINT-LINE.
007700     IF WS-CARD-ERROR-COUNT > ZERO
007710         MOVE WS-CARD-ERROR-COUNT TO CARD-ERROR-COUNT-OUT
007720         MOVE CARD-ERROR-LINE TO PRINT-LINE
007730         WRITE PRINT-LINE
007740     END-IF.
007750     MOVE HISTORY-READ-COUNT TO COUNT-OUT.
007760     MOVE 'Attendance history rows read' TO COUNT-TEXT-OUT.
007770     PERFORM WRITE-COUNT-LINE.
007780     MOVE OUTSIDE-PERIOD-COUNT TO COUNT-OUT.
007790     MOVE 'Rows outside the year to date' TO COUNT-TEXT-OUT.
007800     PERFORM WRITE-COUNT-LINE.
007810     MOVE STUDENTS-ABSENT-COUNT TO COUNT-OUT.
007820     MOVE 'Students with absences' TO COUNT-TEXT-OUT.
007830     PERFORM WRITE-COUNT-LINE.
007840     MOVE CHRONIC-COUNT TO COUNT-OUT.
007850     MOVE 'Chronically absent' TO COUNT-TEXT-OUT.
007860     PERFORM WRITE-COUNT-LINE.
007870     MOVE TRUANT-COUNT TO COUNT-OUT.
007880     MOVE 'Over the unexcused-absence limit' TO COUNT-TEXT-OUT.
007890     PERFORM WRITE-COUNT-LINE.
007900     MOVE NOTICES-WRITTEN-COUNT TO COUNT-OUT.
007910     MOVE 'Truancy notices extracted' TO COUNT-TEXT-OUT.
007920     PERFORM WRITE-COUNT-LINE.
007930     MOVE NO-CONTACT-COUNT TO COUNT-OUT.
007940     MOVE 'No notice - no contact record' TO COUNT-TEXT-OUT.
007950     PERFORM WRITE-COUNT-LINE.
007960     MOVE INACTIVE-SKIPPED-COUNT TO COUNT-OUT.
007970     MOVE 'Over threshold - no longer active'
007980         TO COUNT-TEXT-OUT.
007990     PERFORM WRITE-COUNT-LINE.
008000     MOVE NOT-ON-MASTER-COUNT TO COUNT-OUT.
008010     MOVE 'Over threshold - not on master' TO COUNT-TEXT-OUT.
008020     PERFORM WRITE-COUNT-LINE.
008030
008040 WRITE-COUNT-LINE.
008050     MOVE COUNT-LINE TO PRINT-LINE.
008060     WRITE PRINT-LINE.
008070     ADD 1 TO WS-LINE-COUNT.
008080
008090 WRITE-PAGE-HEADER.
008100     ADD 1 TO WS-PAGE-NUMBER.
008110     MOVE ZERO TO WS-LINE-COUNT.
008120     MOVE WS-FORMATTED-DATE TO HEADER-RUN-DATE-OUT.
008130     MOVE WS-PAGE-NUMBER TO HEADER-PAGE-NUM-OUT.
008140     MOVE HEADER-LINE-1 TO PRINT-LINE.
008150     WRITE PRINT-LINE.
008160     MOVE HEADER-LINE-2 TO PRINT-LINE.
008170     WRITE PRINT-LINE.
008180     MOVE WS-CURRENT-SCHOOL-CODE TO HEADER-SCHOOL-OUT.
008190     MOVE WS-YEAR-START TO HEADER-FROM-OUT.
008200     MOVE WS-AS-OF-DATE TO HEADER-TO-OUT.
008210     MOVE HEADER-LINE-3 TO PRINT-LINE.
008220     WRITE PRINT-LINE.
008230     MOVE HEADER-BLANK-LINE TO PRINT-LINE.
008240     WRITE PRINT-LINE.
008250     IF WS-CURRENT-SCHOOL-CODE NOT = SPACES
008260         MOVE COLUMN-HEADING-LINE TO PRINT-LINE
008270         WRITE PRINT-LINE
008280         ADD 1 TO WS-LINE-COUNT
008290     END-IF.
008300
008310 FORMAT-RUN-DATE.
008320     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
008330     STRING WS-CURRENT-DATE(1:4) '-' WS-CURRENT-DATE(5:2) '-'
008340         WS-CURRENT-DATE(7:2) DELIMITED BY SIZE
008350         INTO WS-FORMATTED-DATE.
