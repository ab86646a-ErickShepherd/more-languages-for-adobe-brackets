000001* Purpose:        Cross-file referential integrity audit.
000002*
000003* Checks every night that the satellite files still agree with
000004* the student master, so a stray record is caught the night it
000005* appears rather than when a transcript or mailing trips over
000006* it.  Five kinds of exception are reported, each under its
000007* own heading with the record images involved and a count on
000008* the totals page:
000009*
000010*   - an active master record whose school code is not one of
000011*     the district's schools (the SCHOOLS card file);
000012*   - a contact record (STUDCNTC) for a student ID that is not
000013*     on the master;
000014*   - a grade history row (GRDHIST) for a student ID that is
000015*     neither on the master nor a graduate;
000016*   - a posted-term ledger entry (GRDLEDGR) for a student ID
000017*     that is neither on the master nor a graduate;
000018*   - a graduate (GRADHIST) whose student ID is still on the
000019*     live master.
000020*
000021* Grade history and ledger entries for graduates are expected -
000022* the PROMOTE sweep moves a senior to GRADHIST but keeps the
000023* grades for the alumni transcript - so an ID missing from the
000024* master is only an orphan when it is not on GRADHIST either.
000025* Withdrawn and transferred-out students stay on the master and
000026* their satellite records are not exceptions; only an active
000027* record's school code is checked.
000028*
000029* The master is read once in key order for the school check
000030* and looked up by key for every satellite record; GRDHIST and
000031* GRADHIST are sorted here by student ID, and the contact file
000032* and ledger are read in key order, so the graduate check is a
000033* single forward pass per file.  A satellite dataset that does
000034* not exist yet is noted on the report and not audited.
000035*
000036* The run ends with RETURN-CODE 8 when any exception is found,
000037* stamped on RUNCTL so OPSTATUS shows it at morning checkout,
000038* and RETURN-CODE 16 when the master or the school card file
000039* cannot be read.
000040*
000041* School card layout (SCHOOLS, 80 bytes; cards with '*' in
000042* column 1 and blank cards are ignored):
000043*   1-3    school code
000044*   4-23   school name
000045*
000046* DD names: STUDMAST (student master), STUDCNTC (contacts),
000047* GRDHIST (grade history), GRDLEDGR (posted-term ledger),
000048* GRADHIST (graduate history), SCHOOLS (school codes),
000049* SORTWORK, GRADWORK, HISTSORT and GRADSORT (sort work),
000050* RUNCTL (run control), SYSOUT (report).
000051
000060 IDENTIFICATION DIVISION.
000061 PROGRAM-ID.       INTGAUD.
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
000200     SELECT GRADE-HISTORY-FILE ASSIGN TO "GRDHIST"
000210         ORGANIZATION IS LINE SEQUENTIAL
000220         FILE STATUS IS WS-GHIST-STATUS.
000230     SELECT POSTED-TERM-LEDGER ASSIGN TO "GRDLEDGR"
000240         ORGANIZATION IS INDEXED
000250         ACCESS MODE IS DYNAMIC
000260         RECORD KEY IS LEDGER-KEY
000270         FILE STATUS IS WS-LEDGER-STATUS.
000280     SELECT GRADUATE-HISTORY-FILE ASSIGN TO "GRADHIST"
000290         ORGANIZATION IS LINE SEQUENTIAL
000300         FILE STATUS IS WS-GRADHIST-STATUS.
000310     SELECT SCHOOL-CODE-FILE ASSIGN TO "SCHOOLS"
000320         ORGANIZATION IS LINE SEQUENTIAL
000330         FILE STATUS IS WS-SCHOOLS-STATUS.
000340     SELECT SORT-WORK-FILE   ASSIGN TO "SORTWORK".
000350     SELECT GRADUATE-SORT-FILE ASSIGN TO "GRADWORK".
000360     SELECT SORTED-HISTORY-FILE ASSIGN TO "HISTSORT"
000370         ORGANIZATION IS LINE SEQUENTIAL.
000380     SELECT SORTED-GRADUATE-FILE ASSIGN TO "GRADSORT"
000390         ORGANIZATION IS LINE SEQUENTIAL.
000400     SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
000410         ORGANIZATION IS INDEXED
000420         ACCESS MODE IS DYNAMIC
000430         RECORD KEY IS RUN-CTL-KEY
000440         FILE STATUS IS WS-RUNCTL-STATUS.
000450     SELECT PRINT-FILE       ASSIGN TO SYSOUT
000460         ORGANIZATION IS LINE SEQUENTIAL.
000470
000480 DATA DIVISION.
000490 FILE SECTION.
000500 FD  STUDENT-MASTER-FILE
000510     RECORD CONTAINS 43 CHARACTERS
000520     DATA RECORD IS MASTER-STUDENT-RECORD.
000530 01  MASTER-STUDENT-RECORD.
000540     05  MASTER-STUDENT-ID   PIC X(9).
000550     05  MASTER-STUDENT-NAME PIC X(20).
000560     05  MASTER-GRADE-LEVEL  PIC X(2).
000570     05  MASTER-GPA          PIC 9V99.
000580     05  MASTER-SCHOOL-CODE  PIC X(3).
000590     05  MASTER-ENROLL-STATUS PIC X.
000600         88  MASTER-IS-ACTIVE VALUES SPACE 'A'.
000610     05  MASTER-STATUS-REASON PIC X.
000620     05  MASTER-STATUS-DATE  PIC X(4).
000630
000640 FD  STUDENT-CONTACT-FILE
000650     RECORD CONTAINS 86 CHARACTERS
000660     DATA RECORD IS STUDENT-CONTACT-RECORD.
000670 01  STUDENT-CONTACT-RECORD.
000680     05  CONTACT-STUDENT-ID  PIC X(9).
000690     05  FILLER              PIC X(77).
000700
000710 FD  GRADE-HISTORY-FILE
000720     RECORD CONTAINS 36 CHARACTERS
000730     DATA RECORD IS GRADE-HISTORY-RECORD.
000740 01  GRADE-HISTORY-RECORD    PIC X(36).
000750
000760 FD  POSTED-TERM-LEDGER
000770     RECORD CONTAINS 25 CHARACTERS
000780     DATA RECORD IS POSTED-TERM-RECORD.
000790 01  POSTED-TERM-RECORD.
000800     05  LEDGER-KEY.
000810         10  LEDG-STUDENT-ID PIC X(9).
000820         10  LEDG-TERM       PIC X(5).
000830     05  LEDG-DELIM          PIC X.
000840     05  LEDG-POST-DATE      PIC X(10).
000850
000860 FD  GRADUATE-HISTORY-FILE
000870     RECORD CONTAINS 48 CHARACTERS
000880     DATA RECORD IS GRADUATE-HISTORY-RECORD.
000890 01  GRADUATE-HISTORY-RECORD PIC X(48).
000900
000910 FD  SCHOOL-CODE-FILE
000920     RECORD CONTAINS 80 CHARACTERS
000930     DATA RECORD IS SCHOOL-CODE-CARD.
000940 01  SCHOOL-CODE-CARD.
000950     05  SCARD-SCHOOL-CODE   PIC X(3).
000960     05  SCARD-SCHOOL-NAME   PIC X(20).
000970     05  FILLER              PIC X(57).
000980
000990 SD  SORT-WORK-FILE
001000     RECORD CONTAINS 36 CHARACTERS.
001010 01  SORT-RECORD.
001020     05  SORT-STUDENT-ID     PIC X(9).
001030     05  FILLER              PIC X(27).
001040
001050 SD  GRADUATE-SORT-FILE
001060     RECORD CONTAINS 48 CHARACTERS.
001070 01  GRADUATE-SORT-RECORD.
001080     05  FILLER              PIC X(5).
001090     05  GSORT-STUDENT-ID    PIC X(9).
001100     05  FILLER              PIC X(34).
001110
001120 FD  SORTED-HISTORY-FILE
001130     RECORD CONTAINS 36 CHARACTERS
001140     DATA RECORD IS SORTED-HISTORY-RECORD.
001150 01  SORTED-HISTORY-RECORD.
001160     05  SHIST-STUDENT-ID    PIC X(9).
001170     05  FILLER              PIC X(27).
001180
001190 FD  SORTED-GRADUATE-FILE
001200     RECORD CONTAINS 48 CHARACTERS
001210     DATA RECORD IS SORTED-GRADUATE-RECORD.
001220 01  SORTED-GRADUATE-RECORD.
001230     05  SGRAD-YEAR          PIC X(4).
001240     05  SGRAD-DELIM         PIC X.
001250     05  SGRAD-STUDENT-ID    PIC X(9).
001260     05  FILLER              PIC X(34).
001270
001280 FD  RUN-CONTROL-FILE
001290     RECORD CONTAINS 71 CHARACTERS
001300     DATA RECORD IS RUN-CONTROL-RECORD.
001310 01  RUN-CONTROL-RECORD.
001320     05  RUN-CTL-KEY.
001330         10  RUN-JOB-NAME    PIC X(8).
001340         10  RUN-ENTRY-TYPE  PIC X.
001350     05  RUN-STATUS          PIC X(8).
001360     05  RUN-START-DATE      PIC X(10).
001370     05  RUN-START-TIME      PIC X(8).
001380     05  RUN-END-DATE        PIC X(10).
001390     05  RUN-END-TIME        PIC X(8).
001400     05  RUN-MODE            PIC X(8).
001410     05  RUN-OPERATOR-ID     PIC X(8).
001420     05  RUN-COMPLETION      PIC 9(2).
001430
001440 FD  PRINT-FILE
001450     RECORD CONTAINS 80 CHARACTERS
001460     DATA RECORD IS PRINT-LINE.
001470 01  PRINT-LINE              PIC X(80).
001480
001490 WORKING-STORAGE SECTION.
001500 01  WS-MASTER-STATUS        PIC X(2)      VALUE SPACES.
001510 01  WS-CONTACT-STATUS       PIC X(2)      VALUE SPACES.
001520 01  WS-GHIST-STATUS         PIC X(2)      VALUE SPACES.
001530 01  WS-LEDGER-STATUS        PIC X(2)      VALUE SPACES.
001540 01  WS-GRADHIST-STATUS      PIC X(2)      VALUE SPACES.
001550 01  WS-SCHOOLS-STATUS       PIC X(2)      VALUE SPACES.
001560 01  WS-RUNCTL-STATUS        PIC X(2)      VALUE SPACES.
001570 01  WS-GRADHIST-FILE-SWITCH PIC X(3)      VALUE 'YES'.
001580     88  GRADHIST-PRESENT    VALUE 'YES'.
001590 01  DATA-REMAINS-SWITCH     PIC X(2)      VALUE SPACES.
001600 01  CARD-REMAINS-SWITCH     PIC X(2)      VALUE SPACES.
001610 01  WS-SCHOOL-FOUND-SWITCH  PIC X(3)      VALUE 'NO '.
001620     88  SCHOOL-FOUND        VALUE 'YES'.
001630 01  WS-ON-MASTER-SWITCH     PIC X(3)      VALUE 'NO '.
001640     88  ON-MASTER           VALUE 'YES'.
001650 01  WS-GRADUATE-SWITCH      PIC X(3)      VALUE 'NO '.
001660     88  IS-GRADUATE         VALUE 'YES'.
001670 01  WS-GRADUATE-KEY         PIC X(9)      VALUE SPACES.
001680 01  WS-CHECK-STUDENT-ID     PIC X(9)      VALUE SPACES.
001690 01  WS-LAST-CHECKED-ID      PIC X(9)      VALUE SPACES.
001700 01  WS-SCHOOL-COUNT         PIC 9(3)      VALUE ZERO.
001710 01  WS-SCHOOL-SUB           PIC 9(3)      VALUE ZERO.
001720 01  WS-CARD-ERROR-COUNT     PIC 9(4)      VALUE ZERO.
001730 01  MASTERS-READ-COUNT      PIC 9(7)      VALUE ZERO.
001740 01  CONTACTS-READ-COUNT     PIC 9(7)      VALUE ZERO.
001750 01  HISTORY-READ-COUNT      PIC 9(7)      VALUE ZERO.
001760 01  LEDGER-READ-COUNT       PIC 9(7)      VALUE ZERO.
001770 01  GRADUATES-READ-COUNT    PIC 9(7)      VALUE ZERO.
001780 01  UNKNOWN-SCHOOL-COUNT    PIC 9(7)      VALUE ZERO.
001790 01  ORPHAN-CONTACT-COUNT    PIC 9(7)      VALUE ZERO.
001800 01  ORPHAN-HISTORY-COUNT    PIC 9(7)      VALUE ZERO.
001810 01  ORPHAN-LEDGER-COUNT     PIC 9(7)      VALUE ZERO.
001820 01  GRADUATE-ON-MASTER-COUNT PIC 9(7)     VALUE ZERO.
001830 01  WS-EXCEPTION-COUNT      PIC 9(7)      VALUE ZERO.
001840 01  WS-IMAGE-AREA           PIC X(140)    VALUE SPACES.
001850 01  WS-CURRENT-DATE         PIC 9(8)      VALUE ZERO.
001860 01  WS-CURRENT-TIME         PIC 9(8)      VALUE ZERO.
001870 01  WS-OPERATOR-ID          PIC X(8)      VALUE SPACES.
001880 01  WS-FORMATTED-DATE       PIC X(10)     VALUE SPACES.
001890 01  WS-FORMATTED-TIME       PIC X(8)      VALUE SPACES.
001900 01  WS-RUN-MODE-NAME        PIC X(8)      VALUE SPACES.
001910 01  WS-CONFLICT-JOB         PIC X(8)      VALUE SPACES.
001920 01  WS-LINE-COUNT           PIC 9(4)      VALUE ZERO.
001930 01  WS-LINES-PER-PAGE       PIC 9(4)      VALUE 20.
001940 01  WS-PAGE-NUMBER          PIC 9(4)      VALUE ZERO.
001950
001960 01  SCHOOL-CODE-TABLE.
001970     05  SCHOOL-CODE-ENTRY   OCCURS 50 TIMES.
001980         10  SCH-SCHOOL-CODE PIC X(3).
001990         10  SCH-SCHOOL-NAME PIC X(20).
002000
002010 01  HEADER-LINE-1.
002020     05  FILLER              PIC X(22)     VALUE SPACES.
002030     05  FILLER              PIC X(36)
002040         VALUE  'CROSS-FILE INTEGRITY AUDIT'.
002050     05  FILLER              PIC X(22)     VALUE SPACES.
002060
002070 01  HEADER-LINE-2.
002080     05  FILLER              PIC X(7)      VALUE SPACES.
002090     05  FILLER              PIC X(9)      VALUE 'RUN DATE:'.
002100     05  HEADER-RUN-DATE-OUT PIC X(10).
002110     05  FILLER              PIC X(5)      VALUE SPACES.
002120     05  FILLER              PIC X(6)      VALUE 'PAGE: '.
002130     05  HEADER-PAGE-NUM-OUT PIC ZZZ9.
002140     05  FILLER              PIC X(39)     VALUE SPACES.
002150
002160 01  HEADER-BLANK-LINE       PIC X(80)     VALUE SPACES.
002170
002180 01  CATEGORY-HEADING-LINE.
002190     05  FILLER              PIC X(2)      VALUE SPACES.
002200     05  CATEGORY-TITLE-OUT  PIC X(50).
002210     05  FILLER              PIC X(28)     VALUE SPACES.
002220
002230 01  EXCEPTION-LINE.
002240     05  FILLER              PIC X(4)      VALUE SPACES.
002250     05  FILLER              PIC X(11)     VALUE 'STUDENT ID '.
002260     05  EXC-ID-OUT          PIC X(9).
002270     05  FILLER              PIC X(2)      VALUE SPACES.
002280     05  EXC-TEXT-OUT        PIC X(40).
002290     05  FILLER              PIC X(14)     VALUE SPACES.
002300
002310 01  EXCEPTION-IMAGE-LINE.
002320     05  FILLER              PIC X(7)      VALUE SPACES.
002330     05  EXC-FILE-OUT        PIC X(8).
002340     05  FILLER              PIC X         VALUE SPACE.
002350     05  EXC-IMAGE-OUT       PIC X(60).
002360     05  FILLER              PIC X(4)      VALUE SPACES.
002370
002380 01  NOT-PRESENT-LINE.
002390     05  FILLER              PIC X(4)      VALUE SPACES.
002400     05  NOT-PRESENT-DD-OUT  PIC X(8).
002410     05  FILLER              PIC X(68)
002420         VALUE ' DATASET NOT FOUND - NOT AUDITED'.
002430
002440 01  NO-EXCEPTION-LINE.
002450     05  FILLER              PIC X(4)      VALUE SPACES.
002460     05  FILLER              PIC X(76)     VALUE 'NONE FOUND'.
002470
002480 01  NO-SCHOOLS-LINE.
002490     05  FILLER              PIC X(7)      VALUE SPACES.
002500     05  FILLER              PIC X(73)
002510         VALUE 'NO SCHOOL CODES LOADED - AUDIT NOT RUN'.
002520
002530 01  CLEAN-FILES-LINE.
002540     05  FILLER              PIC X(7)      VALUE SPACES.
002550     05  FILLER              PIC X(73)
002560         VALUE 'NO INTEGRITY EXCEPTIONS - SATELLITE FILES AGREE'.
002570
002580 01  COUNT-LINE.
002590     05  FILLER              PIC X(7)      VALUE SPACES.
002600     05  COUNT-OUT           PIC 9(7).
002610     05  FILLER              PIC X         VALUE SPACE.
002620     05  COUNT-TEXT-OUT      PIC X(30).
002630     05  FILLER              PIC X(35)     VALUE SPACES.
002640
002650 01  CARD-ERROR-LINE.
002660     05  FILLER              PIC X(7)      VALUE SPACES.
002670     05  CARD-ERROR-COUNT-OUT PIC 9(4).
002680     05  FILLER              PIC X(69)
002690         VALUE ' INVALID SCHOOL CARDS IGNORED'.
002700
004000 PROCEDURE DIVISION.
004010
004020 PREPARE-INTEGRITY-AUDIT.
004030     PERFORM FORMAT-RUN-DATE-TIME.
004040     MOVE 'AUDIT' TO WS-RUN-MODE-NAME.
004050     PERFORM ENTER-RUN-CONTROL.
004060     OPEN OUTPUT PRINT-FILE.
004070     PERFORM LOAD-SCHOOL-CARDS.
004080     IF WS-SCHOOL-COUNT = ZERO
004090         PERFORM WRITE-PAGE-HEADER
004100         MOVE NO-SCHOOLS-LINE TO PRINT-LINE
004110         WRITE PRINT-LINE
004120         CLOSE PRINT-FILE
004130         MOVE 16 TO RETURN-CODE
004140         PERFORM STAMP-RUN-END
004150         STOP RUN
004160     END-IF.
004170     OPEN INPUT STUDENT-MASTER-FILE.
004180     IF WS-MASTER-STATUS NOT = '00'
004190         DISPLAY 'MASTER OPEN FAILED - ' WS-MASTER-STATUS
004200         CLOSE PRINT-FILE
004210         MOVE 16 TO RETURN-CODE
004220         PERFORM STAMP-RUN-END
004230         STOP RUN
004240     END-IF.
004250     PERFORM WRITE-PAGE-HEADER.
004260     PERFORM PREPARE-GRADUATE-FILE.
004270     PERFORM AUDIT-MASTER-SCHOOLS.
004280     PERFORM AUDIT-CONTACT-FILE.
004290     PERFORM AUDIT-GRADE-HISTORY.
004300     PERFORM AUDIT-TERM-LEDGER.
004310     PERFORM AUDIT-GRADUATE-HISTORY.
004320     PERFORM PRINT-AUDIT-TOTALS.
004330     CLOSE STUDENT-MASTER-FILE
004340           PRINT-FILE.
004350     IF WS-EXCEPTION-COUNT > ZERO
004360         MOVE 8 TO RETURN-CODE
004370     END-IF.
004380     PERFORM STAMP-RUN-END.
004390     STOP RUN.
004400
004410 LOAD-SCHOOL-CARDS.
004420     OPEN INPUT SCHOOL-CODE-FILE.
004430     IF WS-SCHOOLS-STATUS = '35'
004440         MOVE 'NO' TO CARD-REMAINS-SWITCH
004450     ELSE
004460         READ SCHOOL-CODE-FILE
004470             AT END MOVE 'NO' TO CARD-REMAINS-SWITCH
004480         END-READ
004490     END-IF.
004500     PERFORM APPLY-SCHOOL-CARD
004510         UNTIL CARD-REMAINS-SWITCH = 'NO'.
004520     IF WS-SCHOOLS-STATUS NOT = '35'
004530         CLOSE SCHOOL-CODE-FILE
004540     END-IF.
004550
004560 APPLY-SCHOOL-CARD.
004570     IF SCHOOL-CODE-CARD = SPACES
004580         OR SCARD-SCHOOL-CODE(1:1) = '*'
004590         CONTINUE
004600     ELSE
004610         IF SCARD-SCHOOL-CODE = SPACES
004620             OR WS-SCHOOL-COUNT >= 50
004630             ADD 1 TO WS-CARD-ERROR-COUNT
004640         ELSE
004650             ADD 1 TO WS-SCHOOL-COUNT
004660             MOVE SCARD-SCHOOL-CODE TO
004670                 SCH-SCHOOL-CODE(WS-SCHOOL-COUNT)
004680             MOVE SCARD-SCHOOL-NAME TO
004690                 SCH-SCHOOL-NAME(WS-SCHOOL-COUNT)
004700         END-IF
004710     END-IF.
004720     READ SCHOOL-CODE-FILE
004730         AT END MOVE 'NO' TO CARD-REMAINS-SWITCH
004740     END-READ.
004750
004760* GRADHIST is sorted by student ID once; the grade history and
004770* ledger passes each walk the sorted copy forward to tell a
004780* graduate's records from an orphan's, and the last pass reads
004790* it for graduates still on the master.  No graduation run yet
004800* means no graduates, not an error.
004810
004820 PREPARE-GRADUATE-FILE.
004830     OPEN INPUT GRADUATE-HISTORY-FILE.
004840     IF WS-GRADHIST-STATUS = '35'
004850         MOVE 'NO ' TO WS-GRADHIST-FILE-SWITCH
004860     ELSE
004870         CLOSE GRADUATE-HISTORY-FILE
004880         SORT GRADUATE-SORT-FILE
004890             ON ASCENDING KEY GSORT-STUDENT-ID
004900             USING GRADUATE-HISTORY-FILE
004910             GIVING SORTED-GRADUATE-FILE
004920     END-IF.
004930
004940 OPEN-GRADUATE-FILE.
004950     MOVE LOW-VALUES TO WS-GRADUATE-KEY.
004960     IF GRADHIST-PRESENT
004970         OPEN INPUT SORTED-GRADUATE-FILE
004980         PERFORM READ-GRADUATE-ROW
004990     ELSE
005000         MOVE HIGH-VALUES TO WS-GRADUATE-KEY
005010     END-IF.
005020
005030 CLOSE-GRADUATE-FILE.
005040     IF GRADHIST-PRESENT
005050         CLOSE SORTED-GRADUATE-FILE
005060     END-IF.
005070
005080 READ-GRADUATE-ROW.
005090     READ SORTED-GRADUATE-FILE
005100         AT END MOVE HIGH-VALUES TO WS-GRADUATE-KEY
005110         NOT AT END MOVE SGRAD-STUDENT-ID TO WS-GRADUATE-KEY
005120     END-READ.
005130
005140* The satellite record's student ID is in WS-CHECK-STUDENT-ID.
005150* Consecutive records for one student share one master lookup
005160* and one graduate check, since every satellite file is read
005170* in student ID order.
005180
005190 CHECK-STUDENT-ON-FILE.
005200     IF WS-CHECK-STUDENT-ID NOT = WS-LAST-CHECKED-ID
005210         MOVE WS-CHECK-STUDENT-ID TO WS-LAST-CHECKED-ID
005220         PERFORM LOOK-UP-MASTER
005230         MOVE 'NO ' TO WS-GRADUATE-SWITCH
005240         IF NOT ON-MASTER
005250             PERFORM READ-GRADUATE-ROW
005260                 UNTIL WS-GRADUATE-KEY NOT < WS-CHECK-STUDENT-ID
005270             IF WS-GRADUATE-KEY = WS-CHECK-STUDENT-ID
005280                 MOVE 'YES' TO WS-GRADUATE-SWITCH
005290             END-IF
005300         END-IF
005310     END-IF.
005320
005330 LOOK-UP-MASTER.
005340     MOVE WS-CHECK-STUDENT-ID TO MASTER-STUDENT-ID.
005350     READ STUDENT-MASTER-FILE
005360         INVALID KEY
005370             MOVE 'NO ' TO WS-ON-MASTER-SWITCH
005380         NOT INVALID KEY
005390             MOVE 'YES' TO WS-ON-MASTER-SWITCH
005400     END-READ.
005410
005420* Pass 1: every active master record's school code must be on
005430* the school card file.
005440
005450 AUDIT-MASTER-SCHOOLS.
005460     MOVE 'ACTIVE STUDENTS WITH AN UNKNOWN SCHOOL CODE'
005470         TO CATEGORY-TITLE-OUT.
005480     PERFORM WRITE-CATEGORY-HEADING.
005490     MOVE SPACES TO DATA-REMAINS-SWITCH.
005500     READ STUDENT-MASTER-FILE NEXT RECORD
005510         AT END MOVE 'NO' TO DATA-REMAINS-SWITCH
005520     END-READ.
005530     PERFORM CHECK-MASTER-SCHOOL
005540         UNTIL DATA-REMAINS-SWITCH = 'NO'.
005550     IF UNKNOWN-SCHOOL-COUNT = ZERO
005560         PERFORM WRITE-NONE-FOUND
005570     END-IF.
005580
005590 CHECK-MASTER-SCHOOL.
005600     ADD 1 TO MASTERS-READ-COUNT.
005610     IF MASTER-IS-ACTIVE
005620         MOVE 'NO ' TO WS-SCHOOL-FOUND-SWITCH
005630         MOVE 1 TO WS-SCHOOL-SUB
005640         PERFORM TEST-SCHOOL-CODE
005650             UNTIL SCHOOL-FOUND OR WS-SCHOOL-SUB > WS-SCHOOL-COUNT
005660         IF NOT SCHOOL-FOUND
005670             ADD 1 TO UNKNOWN-SCHOOL-COUNT
005680             MOVE MASTER-STUDENT-ID TO EXC-ID-OUT
005690             MOVE 'SCHOOL CODE NOT ON THE SCHOOL FILE'
005700                 TO EXC-TEXT-OUT
005710             PERFORM WRITE-EXCEPTION-LINE
005720             MOVE 'STUDMAST' TO EXC-FILE-OUT
005730             MOVE MASTER-STUDENT-RECORD TO WS-IMAGE-AREA
005740             PERFORM WRITE-RECORD-IMAGE
005750         END-IF
005760     END-IF.
005770     READ STUDENT-MASTER-FILE NEXT RECORD
005780         AT END MOVE 'NO' TO DATA-REMAINS-SWITCH
005790     END-READ.
005800
005810 TEST-SCHOOL-CODE.
005820     IF SCH-SCHOOL-CODE(WS-SCHOOL-SUB) = MASTER-SCHOOL-CODE
005830         MOVE 'YES' TO WS-SCHOOL-FOUND-SWITCH
005840     ELSE
005850         ADD 1 TO WS-SCHOOL-SUB
005860     END-IF.
005870
005880* Pass 2: a contact record must belong to a student on the
005890* master.  STUDMAIN deletes a graduate's contact record with
005900* the master record, so a graduate's contact is an orphan too.
005910
005920 AUDIT-CONTACT-FILE.
005930     MOVE 'CONTACT RECORDS (STUDCNTC) NOT ON THE MASTER'
005940         TO CATEGORY-TITLE-OUT.
005950     PERFORM WRITE-CATEGORY-HEADING.
005960     OPEN INPUT STUDENT-CONTACT-FILE.
005970     IF WS-CONTACT-STATUS = '35'
005980         MOVE 'STUDCNTC' TO NOT-PRESENT-DD-OUT
005990         PERFORM WRITE-NOT-PRESENT
006000     ELSE
006010         MOVE SPACES TO DATA-REMAINS-SWITCH
006020         READ STUDENT-CONTACT-FILE NEXT RECORD
006030             AT END MOVE 'NO' TO DATA-REMAINS-SWITCH
006040         END-READ
006050         PERFORM CHECK-CONTACT-RECORD
006060             UNTIL DATA-REMAINS-SWITCH = 'NO'
006070         CLOSE STUDENT-CONTACT-FILE
006080         IF ORPHAN-CONTACT-COUNT = ZERO
006090             PERFORM WRITE-NONE-FOUND
006100         END-IF
006110     END-IF.
006120
006130 CHECK-CONTACT-RECORD.
006140     ADD 1 TO CONTACTS-READ-COUNT.
006150     MOVE CONTACT-STUDENT-ID TO WS-CHECK-STUDENT-ID.
006160     PERFORM LOOK-UP-MASTER.
006170     IF NOT ON-MASTER
006180         ADD 1 TO ORPHAN-CONTACT-COUNT
006190         MOVE CONTACT-STUDENT-ID TO EXC-ID-OUT
006200         MOVE 'CONTACT RECORD HAS NO MASTER RECORD'
006210             TO EXC-TEXT-OUT
006220         PERFORM WRITE-EXCEPTION-LINE
006230         MOVE 'STUDCNTC' TO EXC-FILE-OUT
006240         MOVE STUDENT-CONTACT-RECORD TO WS-IMAGE-AREA
006250         PERFORM WRITE-RECORD-IMAGE
006260     END-IF.
006270     READ STUDENT-CONTACT-FILE NEXT RECORD
006280         AT END MOVE 'NO' TO DATA-REMAINS-SWITCH
006290     END-READ.
006300
006310* Pass 3: a grade history row must belong to a student on the
006320* master or to a graduate.
006330
006340 AUDIT-GRADE-HISTORY.
006350     MOVE 'GRADE HISTORY ROWS (GRDHIST) FOR NO STUDENT'
006360         TO CATEGORY-TITLE-OUT.
006370     PERFORM WRITE-CATEGORY-HEADING.
006380     OPEN INPUT GRADE-HISTORY-FILE.
006390     IF WS-GHIST-STATUS = '35'
006400         MOVE 'GRDHIST' TO NOT-PRESENT-DD-OUT
006410         PERFORM WRITE-NOT-PRESENT
006420     ELSE
006430         CLOSE GRADE-HISTORY-FILE
006440         SORT SORT-WORK-FILE
006450             ON ASCENDING KEY SORT-STUDENT-ID
006460             USING GRADE-HISTORY-FILE
006470             GIVING SORTED-HISTORY-FILE
006480         OPEN INPUT SORTED-HISTORY-FILE
006490         PERFORM OPEN-GRADUATE-FILE
006500         MOVE SPACES TO WS-LAST-CHECKED-ID
006510         MOVE SPACES TO DATA-REMAINS-SWITCH
006520         READ SORTED-HISTORY-FILE
006530             AT END MOVE 'NO' TO DATA-REMAINS-SWITCH
006540         END-READ
006550         PERFORM CHECK-HISTORY-ROW
006560             UNTIL DATA-REMAINS-SWITCH = 'NO'
006570         CLOSE SORTED-HISTORY-FILE
006580         PERFORM CLOSE-GRADUATE-FILE
006590         IF ORPHAN-HISTORY-COUNT = ZERO
006600             PERFORM WRITE-NONE-FOUND
006610         END-IF
006620     END-IF.
006630
006640 CHECK-HISTORY-ROW.
006650     ADD 1 TO HISTORY-READ-COUNT.
006660     MOVE SHIST-STUDENT-ID TO WS-CHECK-STUDENT-ID.
006670     PERFORM CHECK-STUDENT-ON-FILE.
006680     IF NOT ON-MASTER AND NOT IS-GRADUATE
006690         ADD 1 TO ORPHAN-HISTORY-COUNT
006700         MOVE SHIST-STUDENT-ID TO EXC-ID-OUT
006710         MOVE 'NOT ON THE MASTER OR GRADUATE HISTORY'
006720             TO EXC-TEXT-OUT
006730         PERFORM WRITE-EXCEPTION-LINE
006740         MOVE 'GRDHIST' TO EXC-FILE-OUT
006750         MOVE SORTED-HISTORY-RECORD TO WS-IMAGE-AREA
006760         PERFORM WRITE-RECORD-IMAGE
006770     END-IF.
006780     READ SORTED-HISTORY-FILE
006790         AT END MOVE 'NO' TO DATA-REMAINS-SWITCH
006800     END-READ.
006810
006820* Pass 4: the same test for the posted-term ledger, which is
006830* keyed by student ID and term and so already in ID order.
006840
006850 AUDIT-TERM-LEDGER.
006860     MOVE 'LEDGER ENTRIES (GRDLEDGR) FOR NO STUDENT'
006870         TO CATEGORY-TITLE-OUT.
006880     PERFORM WRITE-CATEGORY-HEADING.
006890     OPEN INPUT POSTED-TERM-LEDGER.
006900     IF WS-LEDGER-STATUS = '35'
006910         MOVE 'GRDLEDGR' TO NOT-PRESENT-DD-OUT
006920         PERFORM WRITE-NOT-PRESENT
006930     ELSE
006940         PERFORM OPEN-GRADUATE-FILE
006950         MOVE SPACES TO WS-LAST-CHECKED-ID
006960         MOVE SPACES TO DATA-REMAINS-SWITCH
006970         READ POSTED-TERM-LEDGER NEXT RECORD
006980             AT END MOVE 'NO' TO DATA-REMAINS-SWITCH
006990         END-READ
007000         PERFORM CHECK-LEDGER-ENTRY
007010             UNTIL DATA-REMAINS-SWITCH = 'NO'
007020         CLOSE POSTED-TERM-LEDGER
007030         PERFORM CLOSE-GRADUATE-FILE
007040         IF ORPHAN-LEDGER-COUNT = ZERO
007050             PERFORM WRITE-NONE-FOUND
007060         END-IF
007070     END-IF.
007080
007090 CHECK-LEDGER-ENTRY.
007100     ADD 1 TO LEDGER-READ-COUNT.
007110     MOVE LEDG-STUDENT-ID TO WS-CHECK-STUDENT-ID.
007120     PERFORM CHECK-STUDENT-ON-FILE.
007130     IF NOT ON-MASTER AND NOT IS-GRADUATE
007140         ADD 1 TO ORPHAN-LEDGER-COUNT
007150         MOVE LEDG-STUDENT-ID TO EXC-ID-OUT
007160         MOVE 'NOT ON THE MASTER OR GRADUATE HISTORY'
007170             TO EXC-TEXT-OUT
007180         PERFORM WRITE-EXCEPTION-LINE
007190         MOVE 'GRDLEDGR' TO EXC-FILE-OUT
007200         MOVE POSTED-TERM-RECORD TO WS-IMAGE-AREA
007210         PERFORM WRITE-RECORD-IMAGE
007220     END-IF.
007230     READ POSTED-TERM-LEDGER NEXT RECORD
007240         AT END MOVE 'NO' TO DATA-REMAINS-SWITCH
007250     END-READ.
007260
007270* Pass 5: a graduate must no longer be on the live master -
007280* a student on both was graduated and then re-added, or the
007290* master was restored over a promotion run.  Both images
007300* print so the registrar can see which one is wrong.
007310
007320 AUDIT-GRADUATE-HISTORY.
007330     MOVE 'GRADUATES (GRADHIST) STILL ON THE MASTER'
007340         TO CATEGORY-TITLE-OUT.
007350     PERFORM WRITE-CATEGORY-HEADING.
007360     IF NOT GRADHIST-PRESENT
007370         MOVE 'GRADHIST' TO NOT-PRESENT-DD-OUT
007380         PERFORM WRITE-NOT-PRESENT
007390     ELSE
007400         OPEN INPUT SORTED-GRADUATE-FILE
007410         MOVE SPACES TO DATA-REMAINS-SWITCH
007420         READ SORTED-GRADUATE-FILE
007430             AT END MOVE 'NO' TO DATA-REMAINS-SWITCH
007440         END-READ
007450         PERFORM CHECK-GRADUATE-RECORD
007460             UNTIL DATA-REMAINS-SWITCH = 'NO'
007470         CLOSE SORTED-GRADUATE-FILE
007480         IF GRADUATE-ON-MASTER-COUNT = ZERO
007490             PERFORM WRITE-NONE-FOUND
007500         END-IF
007510     END-IF.
007520
007530 CHECK-GRADUATE-RECORD.
007540     ADD 1 TO GRADUATES-READ-COUNT.
007550     MOVE SGRAD-STUDENT-ID TO WS-CHECK-STUDENT-ID.
007560     PERFORM LOOK-UP-MASTER.
007570     IF ON-MASTER
007580         ADD 1 TO GRADUATE-ON-MASTER-COUNT
007590         MOVE SGRAD-STUDENT-ID TO EXC-ID-OUT
007600         MOVE 'GRADUATED BUT STILL ON THE MASTER'
007610             TO EXC-TEXT-OUT
007620         PERFORM WRITE-EXCEPTION-LINE
007630         MOVE 'GRADHIST' TO EXC-FILE-OUT
007640         MOVE SORTED-GRADUATE-RECORD TO WS-IMAGE-AREA
007650         PERFORM WRITE-RECORD-IMAGE
007660         MOVE 'STUDMAST' TO EXC-FILE-OUT
007670         MOVE MASTER-STUDENT-RECORD TO WS-IMAGE-AREA
007680         PERFORM WRITE-RECORD-IMAGE
007690     END-IF.
007700     READ SORTED-GRADUATE-FILE
007710         AT END MOVE 'NO' TO DATA-REMAINS-SWITCH
007720     END-READ.
007730
007740 WRITE-CATEGORY-HEADING.
007750     IF WS-LINE-COUNT + 3 >= WS-LINES-PER-PAGE
007760         PERFORM WRITE-PAGE-HEADER
007770     END-IF.
007780     IF WS-LINE-COUNT > ZERO
007790         MOVE HEADER-BLANK-LINE TO PRINT-LINE
007800         WRITE PRINT-LINE
007810         ADD 1 TO WS-LINE-COUNT
007820     END-IF.
007830     MOVE CATEGORY-HEADING-LINE TO PRINT-LINE.
007840     WRITE PRINT-LINE.
007850     ADD 1 TO WS-LINE-COUNT.
007860
007870 WRITE-EXCEPTION-LINE.
007880     ADD 1 TO WS-EXCEPTION-COUNT.
007890     IF WS-LINE-COUNT + 1 >= WS-LINES-PER-PAGE
007900         PERFORM WRITE-PAGE-HEADER
007910     END-IF.
007920     MOVE EXCEPTION-LINE TO PRINT-LINE.
007930     WRITE PRINT-LINE.
007940     ADD 1 TO WS-LINE-COUNT.
007950
007960* Record images longer than one print line continue on the
007970* next line, 60 bytes to a line.
007980
007990 WRITE-RECORD-IMAGE.
008000     IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
008010         PERFORM WRITE-PAGE-HEADER
008020     END-IF.
008030     MOVE WS-IMAGE-AREA(1:60) TO EXC-IMAGE-OUT.
008040     MOVE EXCEPTION-IMAGE-LINE TO PRINT-LINE.
008050     WRITE PRINT-LINE.
008060     ADD 1 TO WS-LINE-COUNT.
008070     IF WS-IMAGE-AREA(61:60) NOT = SPACES
008080         MOVE SPACES TO EXC-FILE-OUT
008090         MOVE WS-IMAGE-AREA(61:60) TO EXC-IMAGE-OUT
008100         MOVE EXCEPTION-IMAGE-LINE TO PRINT-LINE
008110         WRITE PRINT-LINE
008120         ADD 1 TO WS-LINE-COUNT
008130     END-IF.
008140     MOVE SPACES TO WS-IMAGE-AREA.
008150
008160 WRITE-NOT-PRESENT.
008170     MOVE NOT-PRESENT-LINE TO PRINT-LINE.
008180     WRITE PRINT-LINE.
008190     ADD 1 TO WS-LINE-COUNT.
008200
008210 WRITE-NONE-FOUND.
008220     MOVE NO-EXCEPTION-LINE TO PRINT-LINE.
008230     WRITE PRINT-LINE.
008240     ADD 1 TO WS-LINE-COUNT.
008250
008260 PRINT-AUDIT-TOTALS.
008270     PERFORM WRITE-PAGE-HEADER.
008280     IF WS-CARD-ERROR-COUNT > ZERO
008290         MOVE WS-CARD-ERROR-COUNT TO CARD-ERROR-COUNT-OUT
008300         MOVE CARD-ERROR-LINE TO PRINT-LINE
008310         WRITE PRINT-LINE
008320     END-IF.
008330     MOVE MASTERS-READ-COUNT TO COUNT-OUT.
008340     MOVE 'Master records read' TO COUNT-TEXT-OUT.
008350     PERFORM WRITE-COUNT-LINE.
008360     MOVE CONTACTS-READ-COUNT TO COUNT-OUT.
008370     MOVE 'Contact records read' TO COUNT-TEXT-OUT.
008380     PERFORM WRITE-COUNT-LINE.
008390     MOVE HISTORY-READ-COUNT TO COUNT-OUT.
008400     MOVE 'Grade history rows read' TO COUNT-TEXT-OUT.
008410     PERFORM WRITE-COUNT-LINE.
008420     MOVE LEDGER-READ-COUNT TO COUNT-OUT.
008430     MOVE 'Ledger entries read' TO COUNT-TEXT-OUT.
008440     PERFORM WRITE-COUNT-LINE.
008450     MOVE GRADUATES-READ-COUNT TO COUNT-OUT.
008460     MOVE 'Graduate records read' TO COUNT-TEXT-OUT.
008470     PERFORM WRITE-COUNT-LINE.
008480     MOVE HEADER-BLANK-LINE TO PRINT-LINE.
008490     WRITE PRINT-LINE.
008500     MOVE UNKNOWN-SCHOOL-COUNT TO COUNT-OUT.
008510     MOVE 'Unknown school codes' TO COUNT-TEXT-OUT.
008520     PERFORM WRITE-COUNT-LINE.
008530     MOVE ORPHAN-CONTACT-COUNT TO COUNT-OUT.
008540     MOVE 'Orphan contact records' TO COUNT-TEXT-OUT.
008550     PERFORM WRITE-COUNT-LINE.
008560     MOVE ORPHAN-HISTORY-COUNT TO COUNT-OUT.
008570     MOVE 'Orphan grade history rows' TO COUNT-TEXT-OUT.
008580     PERFORM WRITE-COUNT-LINE.
008590     MOVE ORPHAN-LEDGER-COUNT TO COUNT-OUT.
008600     MOVE 'Orphan ledger entries' TO COUNT-TEXT-OUT.
008610     PERFORM WRITE-COUNT-LINE.
008620     MOVE GRADUATE-ON-MASTER-COUNT TO COUNT-OUT.
008630     MOVE 'Graduates still on master' TO COUNT-TEXT-OUT.
008640     PERFORM WRITE-COUNT-LINE.
008650     MOVE WS-EXCEPTION-COUNT TO COUNT-OUT.
008660     MOVE 'Total integrity exceptions' TO COUNT-TEXT-OUT.
008670     PERFORM WRITE-COUNT-LINE.
008680     IF WS-EXCEPTION-COUNT = ZERO
008690         MOVE CLEAN-FILES-LINE TO PRINT-LINE
008700         WRITE PRINT-LINE
008710     END-IF.
008720
008730 WRITE-COUNT-LINE.
008740     MOVE COUNT-LINE TO PRINT-LINE.
008750     WRITE PRINT-LINE.
008760
008770 WRITE-PAGE-HEADER.
008780     ADD 1 TO WS-PAGE-NUMBER.
008790     MOVE ZERO TO WS-LINE-COUNT.
008800     MOVE WS-FORMATTED-DATE TO HEADER-RUN-DATE-OUT.
008810     MOVE WS-PAGE-NUMBER TO HEADER-PAGE-NUM-OUT.
008820     MOVE HEADER-LINE-1 TO PRINT-LINE.
008830     WRITE PRINT-LINE.
008840     MOVE HEADER-LINE-2 TO PRINT-LINE.
008850     WRITE PRINT-LINE.
008860     MOVE HEADER-BLANK-LINE TO PRINT-LINE.
008870     WRITE PRINT-LINE.
008880
008890 FORMAT-RUN-DATE-TIME.
008900     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
008910     ACCEPT WS-CURRENT-TIME FROM TIME.
008920     ACCEPT WS-OPERATOR-ID FROM ENVIRONMENT "USER".
008930     STRING WS-CURRENT-DATE(1:4) '-' WS-CURRENT-DATE(5:2) '-'
008940         WS-CURRENT-DATE(7:2) DELIMITED BY SIZE
008950         INTO WS-FORMATTED-DATE.
008960     STRING WS-CURRENT-TIME(1:2) ':' WS-CURRENT-TIME(3:2) ':'
008970         WS-CURRENT-TIME(5:2) DELIMITED BY SIZE
008980         INTO WS-FORMATTED-TIME.
008990
009000* Shop-wide run control: every batch program stamps the shared
009010* RUNCTL dataset at start and end with date/time, mode,
009020* operator and completion code, and refuses to start while a
009030* conflicting job is marked in flight, so an unload can no
009040* longer run into an open maintenance or posting pass and the
009050* morning checkout reads one OPSTATUS report instead of five
009060* job logs.  A run that dies leaves its in-flight mark behind
009070* on purpose; the operator clears it with OPSTATUS
009080* PARM='RESET jobname' once the wreckage is understood.  A
009090* completion below 8 also refreshes the job's last-good-run
009100* entry, which OPSTATUS prints beside the current one.  The
009110* audit holds while any program that updates the files it
009120* matches is in flight, so a half-applied run is not reported
009130* as a set of orphans.
009140
009150 ENTER-RUN-CONTROL.
009160     OPEN I-O RUN-CONTROL-FILE.
009170     IF WS-RUNCTL-STATUS = '35'
009180         OPEN OUTPUT RUN-CONTROL-FILE
009190         CLOSE RUN-CONTROL-FILE
009200         OPEN I-O RUN-CONTROL-FILE
009210     END-IF.
009220     IF WS-RUNCTL-STATUS NOT = '00'
009230         DISPLAY 'RUN CONTROL OPEN FAILED - ' WS-RUNCTL-STATUS
009240         MOVE 16 TO RETURN-CODE
009250         STOP RUN
009260     END-IF.
009270     MOVE 'INTGAUD' TO WS-CONFLICT-JOB.
009280     PERFORM CHECK-RUN-CONFLICT.
009290     MOVE 'STUDMAIN' TO WS-CONFLICT-JOB.
009300     PERFORM CHECK-RUN-CONFLICT.
009310     MOVE 'CNTCMNT' TO WS-CONFLICT-JOB.
009320     PERFORM CHECK-RUN-CONFLICT.
009330     MOVE 'GRDPOST' TO WS-CONFLICT-JOB.
009340     PERFORM CHECK-RUN-CONFLICT.
009350     MOVE 'GRDCHG' TO WS-CONFLICT-JOB.
009360     PERFORM CHECK-RUN-CONFLICT.
009370     MOVE 'STUDRCVR' TO WS-CONFLICT-JOB.
009380     PERFORM CHECK-RUN-CONFLICT.
009390     PERFORM STAMP-RUN-START.
009400     CLOSE RUN-CONTROL-FILE.
009410
009420 CHECK-RUN-CONFLICT.
009430     MOVE WS-CONFLICT-JOB TO RUN-JOB-NAME.
009440     MOVE 'C' TO RUN-ENTRY-TYPE.
009450     READ RUN-CONTROL-FILE
009460         INVALID KEY
009470             CONTINUE
009480         NOT INVALID KEY
009490             IF RUN-STATUS = 'INFLIGHT'
009500                 DISPLAY 'HELD - ' WS-CONFLICT-JOB
009510                     ' IS MARKED IN FLIGHT ON RUNCTL'
009520                 MOVE 12 TO RETURN-CODE
009530                 CLOSE RUN-CONTROL-FILE
009540                 STOP RUN
009550             END-IF
009560     END-READ.
009570
009580 STAMP-RUN-START.
009590     MOVE SPACES TO RUN-CONTROL-RECORD.
009600     MOVE 'INTGAUD' TO RUN-JOB-NAME.
009610     MOVE 'C' TO RUN-ENTRY-TYPE.
009620     MOVE 'INFLIGHT' TO RUN-STATUS.
009630     MOVE WS-FORMATTED-DATE TO RUN-START-DATE.
009640     MOVE WS-FORMATTED-TIME TO RUN-START-TIME.
009650     MOVE WS-RUN-MODE-NAME TO RUN-MODE.
009660     MOVE WS-OPERATOR-ID TO RUN-OPERATOR-ID.
009670     MOVE ZERO TO RUN-COMPLETION.
009680     WRITE RUN-CONTROL-RECORD
009690         INVALID KEY
009700             REWRITE RUN-CONTROL-RECORD
009710     END-WRITE.
009720
009730 STAMP-RUN-END.
009740     OPEN I-O RUN-CONTROL-FILE.
009750     MOVE 'INTGAUD' TO RUN-JOB-NAME.
009760     MOVE 'C' TO RUN-ENTRY-TYPE.
009770     READ RUN-CONTROL-FILE
009780         INVALID KEY
009790             CONTINUE
009800         NOT INVALID KEY
009810             ACCEPT WS-CURRENT-TIME FROM TIME
009820             STRING WS-CURRENT-TIME(1:2) ':'
009830                 WS-CURRENT-TIME(3:2) ':'
009840                 WS-CURRENT-TIME(5:2) DELIMITED BY SIZE
009850                 INTO WS-FORMATTED-TIME
009860             MOVE 'ENDED' TO RUN-STATUS
009870             MOVE WS-FORMATTED-DATE TO RUN-END-DATE
009880             MOVE WS-FORMATTED-TIME TO RUN-END-TIME
009890             MOVE RETURN-CODE TO RUN-COMPLETION
009900             REWRITE RUN-CONTROL-RECORD
009910             IF RETURN-CODE < 8
009920                 MOVE 'G' TO RUN-ENTRY-TYPE
009930                 WRITE RUN-CONTROL-RECORD
009940                     INVALID KEY
009950                         REWRITE RUN-CONTROL-RECORD
009960                 END-WRITE
009970             END-IF
009980     END-READ.
009990     CLOSE RUN-CONTROL-FILE.
