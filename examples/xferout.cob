000001* Purpose:        Transfer-out records packet.
000002*
000003* Assembles the records a receiving district asks for when a
000004* student transfers out, so the office sends them within the
000005* state's turnaround without pulling a transcript, the contact
000006* card and the status history by hand.  A student is selected
000007* when the change-history journal shows a status transaction
000008* that took the master record to status 'T' (transferred out)
000009* from any other status during the period named on the
000010* selection cards; a student selected more than once in the
000011* period gets one packet.  A student re-enrolled since the
000012* transfer (master status no longer 'T') or no longer on the
000013* master is listed on the control report and gets no packet.
000014*
000015* Each packet is written to the interchange file as the master
000016* record, the contact record (guardian, address, phone) when
000017* there is one, every grade history course row in term and
000018* course order with a term GPA record closing each term, and a
000019* cumulative GPA record - the same A=4 through F=0, credit-
000020* weighted arithmetic GRDPOST and TRNSCRPT use.  A transmittal
000021* cover sheet prints for each packet, and the control report
000022* lists every packet produced with its record count, plus the
000023* selected students that got none, and ends with run counts.
000024*
000025* The journal is expected to be the concatenation of the
000026* journal generations the period covers, oldest first, exactly
000027* as CHGINQ reads it.
000028*
000029* Selection card layout (SYSIN, keyword in columns 1-20, value
000030* from column 21; cards with '*' in column 1 and blank cards
000031* are ignored; an omitted date leaves that end open):
000032*   DATE-FROM     earliest journal run date (YYYY-MM-DD)
000033*   DATE-TO       latest journal run date   (YYYY-MM-DD)
000034*
000035* Interchange file layout (XFERPKT, 100 bytes; record type in
000036* bytes 1-2, student ID in 3-11 on every packet record):
000037*   HD  file header - title, run date, period from and to
000038*   ST  master      - name, grade level, school, status,
000039*                     reason, effective YYMM, master GPA 9.99
000040*   CT  contact     - guardian, street, city, state, ZIP,
000041*                     phone
000042*   CR  course      - term, course code, credits 9.9, letter,
000043*                     date posted
000044*   TG  term GPA    - term, credits 999.9, quality points
000045*                     9999.99, term GPA 9.99
000046*   CG  cumulative  - credits 9999.9, quality points 99999.99,
000047*                     cumulative GPA 9.99
000048*   TR  file trailer - packets written, records written
000049*                     including header and trailer
000050*
000051* DD names: CHGHIST (journal generations, concatenated),
000052* SYSIN (selection cards), STUDMAST (student master), STUDCNTC
000053* (contacts), GRDHIST (grade history), XFRWORK, XFRSORT and
000054* HISTSORT (work files), XFRSRTWK and SORTWORK (sort work),
000055* XFERPKT (interchange file), COVER (transmittal cover
000056* sheets), SYSOUT (control report).
000057
000060 IDENTIFICATION DIVISION.
000061 PROGRAM-ID.       XFEROUT.
000062 AUTHOR.           TEST SAM.
000063 DATE-WRITTEN.     15 October 2026.
000064
000070 ENVIRONMENT DIVISION.
000080 INPUT-OUTPUT SECTION.
000090 FILE-CONTROL.
000100     SELECT CHANGE-HISTORY-FILE ASSIGN TO "CHGHIST"
000110         ORGANIZATION IS LINE SEQUENTIAL
000120         FILE STATUS IS WS-JOURNAL-STATUS.
000130     SELECT SELECTION-CARD-FILE ASSIGN TO SYSIN
000140         ORGANIZATION IS LINE SEQUENTIAL.
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
000250     SELECT GRADE-HISTORY-FILE ASSIGN TO "GRDHIST"
000260         ORGANIZATION IS LINE SEQUENTIAL
000270         FILE STATUS IS WS-GHIST-STATUS.
000280     SELECT SORT-WORK-FILE   ASSIGN TO "SORTWORK".
000290     SELECT SORTED-HISTORY-FILE ASSIGN TO "HISTSORT"
000300         ORGANIZATION IS LINE SEQUENTIAL.
000310     SELECT SELECTED-WORK-FILE ASSIGN TO "XFRWORK"
000320         ORGANIZATION IS LINE SEQUENTIAL.
000330     SELECT SELECTED-SORT-FILE ASSIGN TO "XFRSRTWK".
000340     SELECT SORTED-SELECTED-FILE ASSIGN TO "XFRSORT"
000350         ORGANIZATION IS LINE SEQUENTIAL.
000360     SELECT TRANSFER-PACKET-FILE ASSIGN TO "XFERPKT"
000370         ORGANIZATION IS LINE SEQUENTIAL.
000380     SELECT COVER-SHEET-FILE ASSIGN TO "COVER"
000390         ORGANIZATION IS LINE SEQUENTIAL.
000400     SELECT PRINT-FILE       ASSIGN TO SYSOUT
000410         ORGANIZATION IS LINE SEQUENTIAL.
000420
000430 DATA DIVISION.
000440 FILE SECTION.
000450 FD  CHANGE-HISTORY-FILE
000460     RECORD CONTAINS 118 CHARACTERS
000470     DATA RECORD IS CHANGE-HISTORY-RECORD.
000480 01  CHANGE-HISTORY-RECORD.
000490     05  JRNL-TRANS-CODE     PIC X.
000500     05  JRNL-DELIM-1        PIC X.
000510     05  JRNL-RUN-DATE       PIC X(10).
000520     05  JRNL-DELIM-2        PIC X.
000530     05  JRNL-RUN-TIME       PIC X(8).
000540     05  JRNL-DELIM-3        PIC X.
000550     05  JRNL-OPERATOR-ID    PIC X(8).
000560     05  JRNL-DELIM-4        PIC X.
000570     05  JRNL-BEFORE-IMAGE.
000580         10  FILLER          PIC X(37).
000590         10  JRNL-BEFORE-STATUS PIC X.
000600         10  FILLER          PIC X(5).
000610     05  JRNL-DELIM-5        PIC X.
000620     05  JRNL-AFTER-IMAGE.
000630         10  JRNL-AFTER-STUDENT-ID PIC X(9).
000640         10  FILLER          PIC X(28).
000650         10  JRNL-AFTER-STATUS PIC X.
000660         10  FILLER          PIC X(5).
000670
000680 FD  SELECTION-CARD-FILE
000690     RECORD CONTAINS 80 CHARACTERS
000700     DATA RECORD IS SELECTION-CARD.
000710 01  SELECTION-CARD.
000720     05  CARD-KEYWORD        PIC X(20).
000730     05  CARD-VALUE          PIC X(10).
000740     05  FILLER              PIC X(50).
000750
000760 FD  STUDENT-MASTER-FILE
000770     RECORD CONTAINS 43 CHARACTERS
000780     DATA RECORD IS MASTER-STUDENT-RECORD.
000790 01  MASTER-STUDENT-RECORD.
000800     05  MASTER-STUDENT-ID   PIC X(9).
000810     05  MASTER-STUDENT-NAME PIC X(20).
000820     05  MASTER-GRADE-LEVEL  PIC X(2).
000830     05  MASTER-GPA          PIC 9V99.
000840     05  MASTER-SCHOOL-CODE  PIC X(3).
000850     05  MASTER-ENROLL-STATUS PIC X.
000860         88  MASTER-IS-TRANSFERRED VALUE 'T'.
000870     05  MASTER-STATUS-REASON PIC X.
000880     05  MASTER-STATUS-DATE  PIC X(4).
000890
000900 FD  STUDENT-CONTACT-FILE
000910     RECORD CONTAINS 86 CHARACTERS
000920     DATA RECORD IS STUDENT-CONTACT-RECORD.
000930 01  STUDENT-CONTACT-RECORD.
000940     05  CONTACT-STUDENT-ID  PIC X(9).
000950     05  CONTACT-GUARDIAN    PIC X(20).
000960     05  CONTACT-STREET      PIC X(25).
000970     05  CONTACT-CITY        PIC X(15).
000980     05  CONTACT-STATE       PIC X(2).
000990     05  CONTACT-ZIP         PIC X(5).
001000     05  CONTACT-PHONE       PIC X(10).
001010
001020 FD  GRADE-HISTORY-FILE
001030     RECORD CONTAINS 36 CHARACTERS
001040     DATA RECORD IS GRADE-HISTORY-RECORD.
001050 01  GRADE-HISTORY-RECORD    PIC X(36).
001060
001070 SD  SORT-WORK-FILE
001080     RECORD CONTAINS 36 CHARACTERS.
001090 01  SORT-RECORD.
001100     05  SORT-STUDENT-ID     PIC X(9).
001110     05  SORT-TERM           PIC X(5).
001120     05  SORT-COURSE-CODE    PIC X(8).
001130     05  FILLER              PIC X(14).
001140
001150 FD  SORTED-HISTORY-FILE
001160     RECORD CONTAINS 36 CHARACTERS
001170     DATA RECORD IS SORTED-HISTORY-RECORD.
001180 01  SORTED-HISTORY-RECORD.
001190     05  SHIST-STUDENT-ID    PIC X(9).
001200     05  SHIST-TERM          PIC X(5).
001210     05  SHIST-COURSE-CODE   PIC X(8).
001220     05  SHIST-CREDIT-HOURS  PIC 9V9.
001230     05  SHIST-LETTER        PIC X.
001240     05  SHIST-DELIM         PIC X.
001250     05  SHIST-POST-DATE     PIC X(10).
001260
001270 FD  SELECTED-WORK-FILE
001280     RECORD CONTAINS 19 CHARACTERS
001290     DATA RECORD IS SELECTED-WORK-RECORD.
001300 01  SELECTED-WORK-RECORD.
001310     05  SELW-STUDENT-ID     PIC X(9).
001320     05  SELW-RUN-DATE       PIC X(10).
001330
001340 SD  SELECTED-SORT-FILE
001350     RECORD CONTAINS 19 CHARACTERS.
001360 01  SELECTED-SORT-RECORD.
001370     05  SSORT-STUDENT-ID    PIC X(9).
001380     05  SSORT-RUN-DATE      PIC X(10).
001390
001400 FD  SORTED-SELECTED-FILE
001410     RECORD CONTAINS 19 CHARACTERS
001420     DATA RECORD IS SORTED-SELECTED-RECORD.
001430 01  SORTED-SELECTED-RECORD.
001440     05  SSEL-STUDENT-ID     PIC X(9).
001450     05  SSEL-RUN-DATE       PIC X(10).
001460
001470 FD  TRANSFER-PACKET-FILE
001480     RECORD CONTAINS 100 CHARACTERS
001490     DATA RECORD IS PACKET-HEADER-RECORD.
001500 01  PACKET-HEADER-RECORD.
001510     05  PKTH-RECORD-TYPE    PIC X(2).
001520     05  PKTH-STUDENT-ID     PIC X(9).
001530     05  PKTH-TITLE          PIC X(24).
001540     05  PKTH-RUN-DATE       PIC X(10).
001550     05  PKTH-DATE-FROM      PIC X(10).
001560     05  PKTH-DATE-TO        PIC X(10).
001570     05  FILLER              PIC X(35).
001580 01  PACKET-MASTER-RECORD.
001590     05  PKTS-RECORD-TYPE    PIC X(2).
001600     05  PKTS-STUDENT-ID     PIC X(9).
001610     05  PKTS-STUDENT-NAME   PIC X(20).
001620     05  PKTS-GRADE-LEVEL    PIC X(2).
001630     05  PKTS-SCHOOL-CODE    PIC X(3).
001640     05  PKTS-ENROLL-STATUS  PIC X.
001650     05  PKTS-STATUS-REASON  PIC X.
001660     05  PKTS-STATUS-DATE    PIC X(4).
001670     05  PKTS-GPA            PIC 9.99.
001680     05  FILLER              PIC X(54).
001690 01  PACKET-CONTACT-RECORD.
001700     05  PKTC-RECORD-TYPE    PIC X(2).
001710     05  PKTC-STUDENT-ID     PIC X(9).
001720     05  PKTC-GUARDIAN       PIC X(20).
001730     05  PKTC-STREET         PIC X(25).
001740     05  PKTC-CITY           PIC X(15).
001750     05  PKTC-STATE          PIC X(2).
001760     05  PKTC-ZIP            PIC X(5).
001770     05  PKTC-PHONE          PIC X(10).
001780     05  FILLER              PIC X(12).
001790 01  PACKET-COURSE-RECORD.
001800     05  PKTR-RECORD-TYPE    PIC X(2).
001810     05  PKTR-STUDENT-ID     PIC X(9).
001820     05  PKTR-TERM           PIC X(5).
001830     05  PKTR-COURSE-CODE    PIC X(8).
001840     05  PKTR-CREDIT-HOURS   PIC 9.9.
001850     05  PKTR-LETTER         PIC X.
001860     05  PKTR-POST-DATE      PIC X(10).
001870     05  FILLER              PIC X(62).
001880 01  PACKET-TERM-GPA-RECORD.
001890     05  PKTG-RECORD-TYPE    PIC X(2).
001900     05  PKTG-STUDENT-ID     PIC X(9).
001910     05  PKTG-TERM           PIC X(5).
001920     05  PKTG-CREDITS        PIC 999.9.
001930     05  PKTG-QUALITY-POINTS PIC 9999.99.
001940     05  PKTG-TERM-GPA       PIC 9.99.
001950     05  FILLER              PIC X(68).
001960 01  PACKET-CUM-GPA-RECORD.
001970     05  PKTU-RECORD-TYPE    PIC X(2).
001980     05  PKTU-STUDENT-ID     PIC X(9).
001990     05  PKTU-CREDITS        PIC 9999.9.
002000     05  PKTU-QUALITY-POINTS PIC 99999.99.
002010     05  PKTU-CUM-GPA        PIC 9.99.
002020     05  FILLER              PIC X(71).
002030 01  PACKET-TRAILER-RECORD.
002040     05  PKTT-RECORD-TYPE    PIC X(2).
002050     05  PKTT-STUDENT-ID     PIC X(9).
002060     05  PKTT-PACKET-COUNT   PIC 9(7).
002070     05  PKTT-RECORD-COUNT   PIC 9(7).
002080     05  FILLER              PIC X(75).
002090
002100 FD  COVER-SHEET-FILE
002110     RECORD CONTAINS 80 CHARACTERS
002120     DATA RECORD IS COVER-LINE.
002130 01  COVER-LINE              PIC X(80).
002140
002150 FD  PRINT-FILE
002160     RECORD CONTAINS 80 CHARACTERS
002170     DATA RECORD IS PRINT-LINE.
002180 01  PRINT-LINE              PIC X(80).
002190
002200 WORKING-STORAGE SECTION.
002210 01  WS-JOURNAL-STATUS       PIC X(2)      VALUE SPACES.
002220 01  WS-MASTER-STATUS        PIC X(2)      VALUE SPACES.
002230 01  WS-CONTACT-STATUS       PIC X(2)      VALUE SPACES.
002240 01  WS-GHIST-STATUS         PIC X(2)      VALUE SPACES.
002250 01  WS-CONTACT-FILE-SWITCH  PIC X(3)      VALUE 'YES'.
002260     88  CONTACT-FILE-PRESENT VALUE 'YES'.
002270 01  WS-HISTORY-FILE-SWITCH  PIC X(3)      VALUE 'YES'.
002280     88  HISTORY-PRESENT     VALUE 'YES'.
002290 01  WS-CONTACT-FOUND-SWITCH PIC X(3)      VALUE 'NO '.
002300     88  CONTACT-FOUND       VALUE 'YES'.
002310 01  JOURNAL-REMAINS-SWITCH  PIC X(2)      VALUE SPACES.
002320 01  CARD-REMAINS-SWITCH     PIC X(2)      VALUE SPACES.
002330 01  DATA-REMAINS-SWITCH     PIC X(2)      VALUE SPACES.
002340 01  WS-SELECT-DATE-FROM     PIC X(10)     VALUE SPACES.
002350 01  WS-SELECT-DATE-TO       PIC X(10)     VALUE SPACES.
002360 01  WS-HISTORY-KEY          PIC X(9)      VALUE SPACES.
002370 01  WS-LAST-PACKET-ID       PIC X(9)      VALUE SPACES.
002380 01  WS-CURRENT-TERM         PIC X(5)      VALUE SPACES.
002390 01  WS-CARD-ERROR-COUNT     PIC 9(4)      VALUE ZERO.
002400 01  ENTRIES-READ-COUNT      PIC 9(7)      VALUE ZERO.
002410 01  TRANSFERS-FOUND-COUNT   PIC 9(7)      VALUE ZERO.
002420 01  PACKETS-WRITTEN-COUNT   PIC 9(7)      VALUE ZERO.
002430 01  REENROLLED-COUNT        PIC 9(7)      VALUE ZERO.
002440 01  NOT-ON-MASTER-COUNT     PIC 9(7)      VALUE ZERO.
002450 01  NO-CONTACT-COUNT        PIC 9(7)      VALUE ZERO.
002460 01  NO-HISTORY-COUNT        PIC 9(7)      VALUE ZERO.
002470 01  RECORDS-WRITTEN-COUNT   PIC 9(7)      VALUE ZERO.
002480 01  WS-PACKET-RECORDS       PIC 9(5)      VALUE ZERO.
002490 01  WS-PACKET-COURSES       PIC 9(5)      VALUE ZERO.
002500 01  WS-PACKET-TERMS         PIC 9(5)      VALUE ZERO.
002510 01  WS-GRADE-POINTS         PIC 9         VALUE ZERO.
002520 01  WS-TERM-QP              PIC 9(4)V99   VALUE ZERO.
002530 01  WS-TERM-CREDITS         PIC 9(3)V9    VALUE ZERO.
002540 01  WS-TERM-GPA             PIC 9V99      VALUE ZERO.
002550 01  WS-CUM-QP               PIC 9(5)V99   VALUE ZERO.
002560 01  WS-CUM-CREDITS          PIC 9(4)V9    VALUE ZERO.
002570 01  WS-CUM-GPA              PIC 9V99      VALUE ZERO.
002580 01  WS-CURRENT-DATE         PIC 9(8)      VALUE ZERO.
002590 01  WS-FORMATTED-DATE       PIC X(10)     VALUE SPACES.
002600 01  WS-LINE-COUNT           PIC 9(4)      VALUE ZERO.
002610 01  WS-LINES-PER-PAGE       PIC 9(4)      VALUE 20.
002620 01  WS-PAGE-NUMBER          PIC 9(4)      VALUE ZERO.
002630 01  WS-COVER-PAGE-NUMBER    PIC 9(4)      VALUE ZERO.
002640
002650 01  HEADER-LINE-1.
002660     05  FILLER              PIC X(22)     VALUE SPACES.
002670     05  FILLER              PIC X(36)
002680         VALUE  'TRANSFER-OUT PACKET CONTROL REPORT'.
002690     05  FILLER              PIC X(22)     VALUE SPACES.
002700
002710 01  HEADER-LINE-2.
002720     05  FILLER              PIC X(7)      VALUE SPACES.
002730     05  FILLER              PIC X(9)      VALUE 'RUN DATE:'.
002740     05  HEADER-RUN-DATE-OUT PIC X(10).
002750     05  FILLER              PIC X(5)      VALUE SPACES.
002760     05  FILLER              PIC X(6)      VALUE 'PAGE: '.
002770     05  HEADER-PAGE-NUM-OUT PIC ZZZ9.
002780     05  FILLER              PIC X(39)     VALUE SPACES.
002790
002800 01  HEADER-BLANK-LINE       PIC X(80)     VALUE SPACES.
002810
002820 01  PERIOD-ECHO-LINE.
002830     05  FILLER              PIC X(7)      VALUE SPACES.
002840     05  FILLER              PIC X(14)     VALUE 'TRANSFERS FROM'.
002850     05  FILLER              PIC X         VALUE SPACE.
002860     05  ECHO-DATE-FROM-OUT  PIC X(10).
002870     05  FILLER              PIC X(4)      VALUE ' TO '.
002880     05  ECHO-DATE-TO-OUT    PIC X(10).
002890     05  FILLER              PIC X(34)     VALUE SPACES.
002900
002910 01  CONTROL-HEADING-LINE.
002920     05  FILLER              PIC X(2)      VALUE SPACES.
002930     05  FILLER              PIC X(11)     VALUE 'STUDENT ID '.
002940     05  FILLER              PIC X(21)     VALUE 'NAME'.
002950     05  FILLER              PIC X(7)      VALUE 'SCHOOL '.
002960     05  FILLER              PIC X(8)      VALUE 'COURSES '.
002970     05  FILLER              PIC X(8)      VALUE 'RECORDS '.
002980     05  FILLER              PIC X(23)     VALUE 'CUM GPA'.
002990
003000 01  PACKET-CONTROL-LINE.
003010     05  FILLER              PIC X(2)      VALUE SPACES.
003020     05  CTL-ID-OUT          PIC X(9).
003030     05  FILLER              PIC X(2)      VALUE SPACES.
003040     05  CTL-NAME-OUT        PIC X(20).
003050     05  FILLER              PIC X         VALUE SPACE.
003060     05  CTL-SCHOOL-OUT      PIC X(3).
003070     05  FILLER              PIC X(4)      VALUE SPACES.
003080     05  CTL-COURSES-OUT     PIC ZZZZ9.
003090     05  FILLER              PIC X(3)      VALUE SPACES.
003100     05  CTL-RECORDS-OUT     PIC ZZZZ9.
003110     05  FILLER              PIC X(3)      VALUE SPACES.
003120     05  CTL-GPA-OUT         PIC 9.99.
003130     05  FILLER              PIC X(2)      VALUE SPACES.
003140     05  CTL-NOTE-OUT        PIC X(17).
003150
003160 01  NO-PACKET-LINE.
003170     05  FILLER              PIC X(2)      VALUE SPACES.
003180     05  NOPKT-ID-OUT        PIC X(9).
003190     05  FILLER              PIC X(2)      VALUE SPACES.
003200     05  NOPKT-TEXT-OUT      PIC X(45).
003210     05  FILLER              PIC X(22)     VALUE SPACES.
003220
003230 01  COUNT-LINE.
003240     05  FILLER              PIC X(7)      VALUE SPACES.
003250     05  COUNT-OUT           PIC 9(7).
003260     05  FILLER              PIC X         VALUE SPACE.
003270     05  COUNT-TEXT-OUT      PIC X(40).
003280     05  FILLER              PIC X(25)     VALUE SPACES.
003290
003300 01  CARD-ERROR-LINE.
003310     05  FILLER              PIC X(7)      VALUE SPACES.
003320     05  CARD-ERROR-COUNT-OUT PIC 9(4).
003330     05  FILLER              PIC X(69)
003340         VALUE ' INVALID SELECTION CARDS IGNORED'.
003350
003360 01  COVER-TITLE-LINE.
003370     05  FILLER              PIC X(22)     VALUE SPACES.
003380     05  FILLER              PIC X(36)
003390         VALUE  'STUDENT RECORDS TRANSMITTAL'.
003400     05  FILLER              PIC X(22)     VALUE SPACES.
003410
003420 01  COVER-DETAIL-LINE.
003430     05  FILLER              PIC X(7)      VALUE SPACES.
003440     05  COVER-LABEL-OUT     PIC X(22).
003450     05  COVER-VALUE-OUT     PIC X(51).
003460
003470 01  WS-COVER-VALUE.
003480     05  WS-COVER-NUMBER     PIC ZZZZ9.
003490     05  FILLER              PIC X(46)     VALUE SPACES.
003500
003510 01  WS-COVER-GPA-VALUE.
003520     05  WS-COVER-GPA        PIC 9.99.
003530     05  FILLER              PIC X(12)     VALUE ' ON CREDITS '.
003540     05  WS-COVER-CREDITS    PIC ZZZ9.9.
003550     05  FILLER              PIC X(29)     VALUE SPACES.
003560
004000 PROCEDURE DIVISION.
004010
004020 PREPARE-TRANSFER-PACKETS.
004030     PERFORM FORMAT-RUN-DATE.
004040     PERFORM LOAD-SELECTION-CARDS.
004050     OPEN INPUT STUDENT-MASTER-FILE.
004060     IF WS-MASTER-STATUS NOT = '00'
004070         DISPLAY 'MASTER OPEN FAILED - ' WS-MASTER-STATUS
004080         MOVE 16 TO RETURN-CODE
004090         STOP RUN
004100     END-IF.
004110     OPEN OUTPUT PRINT-FILE.
004120     PERFORM WRITE-PAGE-HEADER.
004130     PERFORM WRITE-PERIOD-ECHO.
004140     PERFORM SELECT-TRANSFERS.
004150     SORT SELECTED-SORT-FILE
004160         ON ASCENDING KEY SSORT-STUDENT-ID
004170         ON ASCENDING KEY SSORT-RUN-DATE
004180         USING SELECTED-WORK-FILE
004190         GIVING SORTED-SELECTED-FILE.
004200     OPEN INPUT STUDENT-CONTACT-FILE.
004210     IF WS-CONTACT-STATUS = '35'
004220         MOVE 'NO ' TO WS-CONTACT-FILE-SWITCH
004230     END-IF.
004240     PERFORM PROBE-GRADE-HISTORY.
004250     IF HISTORY-PRESENT
004260         PERFORM SORT-GRADE-HISTORY
004270         OPEN INPUT SORTED-HISTORY-FILE
004280     END-IF.
004290     PERFORM READ-HISTORY-ROW.
004300     OPEN INPUT SORTED-SELECTED-FILE.
004310     OPEN OUTPUT TRANSFER-PACKET-FILE
004320                 COVER-SHEET-FILE.
004330     PERFORM WRITE-PACKET-HEADER.
004340     MOVE CONTROL-HEADING-LINE TO PRINT-LINE.
004350     WRITE PRINT-LINE.
004360     ADD 1 TO WS-LINE-COUNT.
004370     MOVE SPACES TO DATA-REMAINS-SWITCH.
004380     READ SORTED-SELECTED-FILE
004390         AT END MOVE 'NO' TO DATA-REMAINS-SWITCH
004400     END-READ.
004410     PERFORM PROCESS-SELECTED-STUDENT
004420         UNTIL DATA-REMAINS-SWITCH = 'NO'.
004430     PERFORM WRITE-PACKET-TRAILER.
004440     PERFORM PRINT-CONTROL-TOTALS.
004450     CLOSE STUDENT-MASTER-FILE
004460           SORTED-SELECTED-FILE
004470           TRANSFER-PACKET-FILE
004480           COVER-SHEET-FILE
004490           PRINT-FILE.
004500     IF CONTACT-FILE-PRESENT
004510         CLOSE STUDENT-CONTACT-FILE
004520     END-IF.
004530     IF HISTORY-PRESENT
004540         CLOSE SORTED-HISTORY-FILE
004550     END-IF.
004560     STOP RUN.
004570
004580 LOAD-SELECTION-CARDS.
004590     OPEN INPUT SELECTION-CARD-FILE.
004600     READ SELECTION-CARD-FILE
004610         AT END MOVE 'NO' TO CARD-REMAINS-SWITCH
004620     END-READ.
004630     PERFORM APPLY-SELECTION-CARD
004640         UNTIL CARD-REMAINS-SWITCH = 'NO'.
004650     CLOSE SELECTION-CARD-FILE.
004660
004670 APPLY-SELECTION-CARD.
004680     IF SELECTION-CARD = SPACES
004690         OR CARD-KEYWORD(1:1) = '*'
004700         CONTINUE
004710     ELSE
004720         EVALUATE CARD-KEYWORD
004730             WHEN 'DATE-FROM'
004740                 MOVE CARD-VALUE TO WS-SELECT-DATE-FROM
004750             WHEN 'DATE-TO'
004760                 MOVE CARD-VALUE TO WS-SELECT-DATE-TO
004770             WHEN OTHER
004780                 ADD 1 TO WS-CARD-ERROR-COUNT
004790         END-EVALUATE
004800     END-IF.
004810     READ SELECTION-CARD-FILE
004820         AT END MOVE 'NO' TO CARD-REMAINS-SWITCH
004830     END-READ.
004840
004850 WRITE-PERIOD-ECHO.
004860     MOVE WS-SELECT-DATE-FROM TO ECHO-DATE-FROM-OUT.
004870     MOVE WS-SELECT-DATE-TO TO ECHO-DATE-TO-OUT.
004880     MOVE PERIOD-ECHO-LINE TO PRINT-LINE.
004890     WRITE PRINT-LINE.
004900     ADD 1 TO WS-LINE-COUNT.
004910     IF WS-CARD-ERROR-COUNT > ZERO
004920         MOVE WS-CARD-ERROR-COUNT TO CARD-ERROR-COUNT-OUT
004930         MOVE CARD-ERROR-LINE TO PRINT-LINE
004940         WRITE PRINT-LINE
004950         ADD 1 TO WS-LINE-COUNT
004960     END-IF.
004970     MOVE HEADER-BLANK-LINE TO PRINT-LINE.
004980     WRITE PRINT-LINE.
004990     ADD 1 TO WS-LINE-COUNT.
005000
005010* A status transaction is journaled as a 'C' entry with the
005020* whole record before and after, so a transfer-out is a 'C'
005030* entry whose after-image carries status 'T' and whose
005040* before-image does not.
005050
005060 SELECT-TRANSFERS.
005070     OPEN OUTPUT SELECTED-WORK-FILE.
005080     OPEN INPUT CHANGE-HISTORY-FILE.
005090     IF WS-JOURNAL-STATUS = '35'
005100         MOVE 'NO' TO JOURNAL-REMAINS-SWITCH
005110     ELSE
005120         READ CHANGE-HISTORY-FILE
005130             AT END MOVE 'NO' TO JOURNAL-REMAINS-SWITCH
005140         END-READ
005150     END-IF.
005160     PERFORM TEST-JOURNAL-ENTRY
005170         UNTIL JOURNAL-REMAINS-SWITCH = 'NO'.
005180     IF WS-JOURNAL-STATUS NOT = '35'
005190         CLOSE CHANGE-HISTORY-FILE
005200     END-IF.
005210     CLOSE SELECTED-WORK-FILE.
005220
005230 TEST-JOURNAL-ENTRY.
005240     ADD 1 TO ENTRIES-READ-COUNT.
005250     IF JRNL-TRANS-CODE = 'C'
005260         AND JRNL-AFTER-STATUS = 'T'
005270         AND JRNL-BEFORE-STATUS NOT = 'T'
005280         AND (WS-SELECT-DATE-FROM = SPACES
005290             OR JRNL-RUN-DATE NOT < WS-SELECT-DATE-FROM)
005300         AND (WS-SELECT-DATE-TO = SPACES
005310             OR JRNL-RUN-DATE NOT > WS-SELECT-DATE-TO)
005320         ADD 1 TO TRANSFERS-FOUND-COUNT
005330         MOVE JRNL-AFTER-STUDENT-ID TO SELW-STUDENT-ID
005340         MOVE JRNL-RUN-DATE TO SELW-RUN-DATE
005350         WRITE SELECTED-WORK-RECORD
005360     END-IF.
005370     READ CHANGE-HISTORY-FILE
005380         AT END MOVE 'NO' TO JOURNAL-REMAINS-SWITCH
005390     END-READ.
005400
005410 PROBE-GRADE-HISTORY.
005420     OPEN INPUT GRADE-HISTORY-FILE.
005430     IF WS-GHIST-STATUS = '35'
005440         MOVE 'NO ' TO WS-HISTORY-FILE-SWITCH
005450     ELSE
005460         CLOSE GRADE-HISTORY-FILE
005470     END-IF.
005480
005490 SORT-GRADE-HISTORY.
005500     SORT SORT-WORK-FILE
005510         ON ASCENDING KEY SORT-STUDENT-ID
005520         ON ASCENDING KEY SORT-TERM
005530         ON ASCENDING KEY SORT-COURSE-CODE
005540         USING GRADE-HISTORY-FILE
005550         GIVING SORTED-HISTORY-FILE.
005560
005570 READ-HISTORY-ROW.
005580     IF HISTORY-PRESENT
005590         READ SORTED-HISTORY-FILE
005600             AT END MOVE HIGH-VALUES TO WS-HISTORY-KEY
005610             NOT AT END MOVE SHIST-STUDENT-ID TO WS-HISTORY-KEY
005620         END-READ
005630     ELSE
005640         MOVE HIGH-VALUES TO WS-HISTORY-KEY
005650     END-IF.
005660
005670* The selected students arrive in student ID order, the same
005680* order as the sorted grade history, so each packet's course
005690* rows are picked up in one forward pass.
005700
005710 PROCESS-SELECTED-STUDENT.
005720     IF SSEL-STUDENT-ID NOT = WS-LAST-PACKET-ID
005730         MOVE SSEL-STUDENT-ID TO WS-LAST-PACKET-ID
005740         MOVE SSEL-STUDENT-ID TO MASTER-STUDENT-ID
005750         READ STUDENT-MASTER-FILE
005760             INVALID KEY
005770                 ADD 1 TO NOT-ON-MASTER-COUNT
005780                 MOVE 'NOT ON MASTER - NO PACKET'
005790                     TO NOPKT-TEXT-OUT
005800                 PERFORM WRITE-NO-PACKET-LINE
005810             NOT INVALID KEY
005820                 IF MASTER-IS-TRANSFERRED
005830                     PERFORM BUILD-TRANSFER-PACKET
005840                 ELSE
005850                     ADD 1 TO REENROLLED-COUNT
005860                     MOVE 'STATUS NO LONGER T - NO PACKET'
005870                         TO NOPKT-TEXT-OUT
005880                     PERFORM WRITE-NO-PACKET-LINE
005890                 END-IF
005900         END-READ
005910     END-IF.
005920     READ SORTED-SELECTED-FILE
005930         AT END MOVE 'NO' TO DATA-REMAINS-SWITCH
005940     END-READ.
005950
005960 BUILD-TRANSFER-PACKET.
005970     ADD 1 TO PACKETS-WRITTEN-COUNT.
005980     MOVE ZERO TO WS-PACKET-RECORDS.
005990     MOVE ZERO TO WS-PACKET-COURSES.
006000     MOVE ZERO TO WS-PACKET-TERMS.
006010     MOVE ZERO TO WS-CUM-QP.
006020     MOVE ZERO TO WS-CUM-CREDITS.
006030     MOVE ZERO TO WS-TERM-QP.
006040     MOVE ZERO TO WS-TERM-CREDITS.
006050     MOVE SPACES TO WS-CURRENT-TERM.
006060     PERFORM WRITE-PACKET-MASTER.
006070     PERFORM WRITE-PACKET-CONTACT.
006080     PERFORM READ-HISTORY-ROW
006090         UNTIL WS-HISTORY-KEY NOT < MASTER-STUDENT-ID.
006100     PERFORM WRITE-PACKET-COURSE
006110         UNTIL WS-HISTORY-KEY NOT = MASTER-STUDENT-ID.
006120     IF WS-PACKET-COURSES > ZERO
006130         PERFORM WRITE-PACKET-TERM-GPA
006140     ELSE
006150         ADD 1 TO NO-HISTORY-COUNT
006160     END-IF.
006170     PERFORM WRITE-PACKET-CUM-GPA.
006180     PERFORM WRITE-COVER-SHEET.
006190     PERFORM WRITE-PACKET-CONTROL-LINE.
006200
006210 WRITE-PACKET-MASTER.
006220     MOVE SPACES TO PACKET-MASTER-RECORD.
006230     MOVE 'ST' TO PKTS-RECORD-TYPE.
006240     MOVE MASTER-STUDENT-ID TO PKTS-STUDENT-ID.
006250     MOVE MASTER-STUDENT-NAME TO PKTS-STUDENT-NAME.
006260     MOVE MASTER-GRADE-LEVEL TO PKTS-GRADE-LEVEL.
006270     MOVE MASTER-SCHOOL-CODE TO PKTS-SCHOOL-CODE.
006280     MOVE MASTER-ENROLL-STATUS TO PKTS-ENROLL-STATUS.
006290     MOVE MASTER-STATUS-REASON TO PKTS-STATUS-REASON.
006300     MOVE MASTER-STATUS-DATE TO PKTS-STATUS-DATE.
006310     MOVE MASTER-GPA TO PKTS-GPA.
006320     WRITE PACKET-MASTER-RECORD.
006330     ADD 1 TO WS-PACKET-RECORDS.
006340
006350 WRITE-PACKET-CONTACT.
006360     MOVE 'NO ' TO WS-CONTACT-FOUND-SWITCH.
006370     IF CONTACT-FILE-PRESENT
006380         MOVE MASTER-STUDENT-ID TO CONTACT-STUDENT-ID
006390         READ STUDENT-CONTACT-FILE
006400             INVALID KEY
006410                 CONTINUE
006420             NOT INVALID KEY
006430                 MOVE 'YES' TO WS-CONTACT-FOUND-SWITCH
006440         END-READ
006450     END-IF.
006460     IF CONTACT-FOUND
006470         MOVE SPACES TO PACKET-CONTACT-RECORD
006480         MOVE 'CT' TO PKTC-RECORD-TYPE
006490         MOVE MASTER-STUDENT-ID TO PKTC-STUDENT-ID
006500         MOVE CONTACT-GUARDIAN TO PKTC-GUARDIAN
006510         MOVE CONTACT-STREET TO PKTC-STREET
006520         MOVE CONTACT-CITY TO PKTC-CITY
006530         MOVE CONTACT-STATE TO PKTC-STATE
006540         MOVE CONTACT-ZIP TO PKTC-ZIP
006550         MOVE CONTACT-PHONE TO PKTC-PHONE
006560         WRITE PACKET-CONTACT-RECORD
006570         ADD 1 TO WS-PACKET-RECORDS
006580     ELSE
006590         ADD 1 TO NO-CONTACT-COUNT
006600     END-IF.
006610
006620* A term break closes the term just finished with its term GPA
006630* record before the first course of the next term is written.
006640
006650 WRITE-PACKET-COURSE.
006660     IF WS-PACKET-COURSES > ZERO
006670         AND SHIST-TERM NOT = WS-CURRENT-TERM
006680         PERFORM WRITE-PACKET-TERM-GPA
006690     END-IF.
006700     MOVE SHIST-TERM TO WS-CURRENT-TERM.
006710     MOVE SPACES TO PACKET-COURSE-RECORD.
006720     MOVE 'CR' TO PKTR-RECORD-TYPE.
006730     MOVE SHIST-STUDENT-ID TO PKTR-STUDENT-ID.
006740     MOVE SHIST-TERM TO PKTR-TERM.
006750     MOVE SHIST-COURSE-CODE TO PKTR-COURSE-CODE.
006760     MOVE SHIST-CREDIT-HOURS TO PKTR-CREDIT-HOURS.
006770     MOVE SHIST-LETTER TO PKTR-LETTER.
006780     MOVE SHIST-POST-DATE TO PKTR-POST-DATE.
006790     WRITE PACKET-COURSE-RECORD.
006800     ADD 1 TO WS-PACKET-RECORDS.
006810     ADD 1 TO WS-PACKET-COURSES.
006820     PERFORM ACCUMULATE-COURSE-GRADE.
006830     PERFORM READ-HISTORY-ROW.
006840
006850 ACCUMULATE-COURSE-GRADE.
006860     EVALUATE SHIST-LETTER
006870         WHEN 'A'
006880             MOVE 4 TO WS-GRADE-POINTS
006890         WHEN 'B'
006900             MOVE 3 TO WS-GRADE-POINTS
006910         WHEN 'C'
006920             MOVE 2 TO WS-GRADE-POINTS
006930         WHEN 'D'
006940             MOVE 1 TO WS-GRADE-POINTS
006950         WHEN OTHER
006960             MOVE 0 TO WS-GRADE-POINTS
006970     END-EVALUATE.
006980     COMPUTE WS-TERM-QP = WS-TERM-QP
006990         + (SHIST-CREDIT-HOURS * WS-GRADE-POINTS).
007000     COMPUTE WS-CUM-QP = WS-CUM-QP
007010         + (SHIST-CREDIT-HOURS * WS-GRADE-POINTS).
007020     ADD SHIST-CREDIT-HOURS TO WS-TERM-CREDITS.
007030     ADD SHIST-CREDIT-HOURS TO WS-CUM-CREDITS.
007040
007050 WRITE-PACKET-TERM-GPA.
007060     IF WS-TERM-CREDITS > ZERO
007070         COMPUTE WS-TERM-GPA ROUNDED =
007080             WS-TERM-QP / WS-TERM-CREDITS
007090     ELSE
007100         MOVE ZERO TO WS-TERM-GPA
007110     END-IF.
007120     MOVE SPACES TO PACKET-TERM-GPA-RECORD.
007130     MOVE 'TG' TO PKTG-RECORD-TYPE.
007140     MOVE MASTER-STUDENT-ID TO PKTG-STUDENT-ID.
007150     MOVE WS-CURRENT-TERM TO PKTG-TERM.
007160     MOVE WS-TERM-CREDITS TO PKTG-CREDITS.
007170     MOVE WS-TERM-QP TO PKTG-QUALITY-POINTS.
007180     MOVE WS-TERM-GPA TO PKTG-TERM-GPA.
007190     WRITE PACKET-TERM-GPA-RECORD.
007200     ADD 1 TO WS-PACKET-RECORDS.
007210     ADD 1 TO WS-PACKET-TERMS.
007220     MOVE ZERO TO WS-TERM-QP.
007230     MOVE ZERO TO WS-TERM-CREDITS.
007240
007250 WRITE-PACKET-CUM-GPA.
007260     IF WS-CUM-CREDITS > ZERO
007270         COMPUTE WS-CUM-GPA ROUNDED =
007280             WS-CUM-QP / WS-CUM-CREDITS
007290     ELSE
007300         MOVE ZERO TO WS-CUM-GPA
007310     END-IF.
007320     MOVE SPACES TO PACKET-CUM-GPA-RECORD.
007330     MOVE 'CG' TO PKTU-RECORD-TYPE.
007340     MOVE MASTER-STUDENT-ID TO PKTU-STUDENT-ID.
007350     MOVE WS-CUM-CREDITS TO PKTU-CREDITS.
007360     MOVE WS-CUM-QP TO PKTU-QUALITY-POINTS.
007370     MOVE WS-CUM-GPA TO PKTU-CUM-GPA.
007380     WRITE PACKET-CUM-GPA-RECORD.
007390     ADD 1 TO WS-PACKET-RECORDS.
007400     ADD WS-PACKET-RECORDS TO RECORDS-WRITTEN-COUNT.
007410
007420 WRITE-PACKET-HEADER.
007430     MOVE SPACES TO PACKET-HEADER-RECORD.
007440     MOVE 'HD' TO PKTH-RECORD-TYPE.
007450     MOVE 'STUDENT TRANSFER RECORDS' TO PKTH-TITLE.
007460     MOVE WS-FORMATTED-DATE TO PKTH-RUN-DATE.
007470     MOVE WS-SELECT-DATE-FROM TO PKTH-DATE-FROM.
007480     MOVE WS-SELECT-DATE-TO TO PKTH-DATE-TO.
007490     WRITE PACKET-HEADER-RECORD.
007500     ADD 1 TO RECORDS-WRITTEN-COUNT.
007510
007520 WRITE-PACKET-TRAILER.
007530     ADD 1 TO RECORDS-WRITTEN-COUNT.
007540     MOVE SPACES TO PACKET-TRAILER-RECORD.
007550     MOVE 'TR' TO PKTT-RECORD-TYPE.
007560     MOVE PACKETS-WRITTEN-COUNT TO PKTT-PACKET-COUNT.
007570     MOVE RECORDS-WRITTEN-COUNT TO PKTT-RECORD-COUNT.
007580     WRITE PACKET-TRAILER-RECORD.
007590
007600* One cover page per packet, for the envelope or the fax.
007610
007620 WRITE-COVER-SHEET.
007630     ADD 1 TO WS-COVER-PAGE-NUMBER.
007640     MOVE WS-FORMATTED-DATE TO HEADER-RUN-DATE-OUT.
007650     MOVE WS-COVER-PAGE-NUMBER TO HEADER-PAGE-NUM-OUT.
007660     MOVE COVER-TITLE-LINE TO COVER-LINE.
007670     WRITE COVER-LINE.
007680     MOVE HEADER-LINE-2 TO COVER-LINE.
007690     WRITE COVER-LINE.
007700     MOVE HEADER-BLANK-LINE TO COVER-LINE.
007710     WRITE COVER-LINE.
007720     MOVE 'STUDENT ID:' TO COVER-LABEL-OUT.
007730     MOVE MASTER-STUDENT-ID TO COVER-VALUE-OUT.
007740     PERFORM WRITE-COVER-DETAIL.
007750     MOVE 'NAME:' TO COVER-LABEL-OUT.
007760     MOVE MASTER-STUDENT-NAME TO COVER-VALUE-OUT.
007770     PERFORM WRITE-COVER-DETAIL.
007780     MOVE 'GRADE LEVEL:' TO COVER-LABEL-OUT.
007790     MOVE MASTER-GRADE-LEVEL TO COVER-VALUE-OUT.
007800     PERFORM WRITE-COVER-DETAIL.
007810     MOVE 'SENDING SCHOOL:' TO COVER-LABEL-OUT.
007820     MOVE MASTER-SCHOOL-CODE TO COVER-VALUE-OUT.
007830     PERFORM WRITE-COVER-DETAIL.
007840     MOVE 'TRANSFER EFFECTIVE:' TO COVER-LABEL-OUT.
007850     MOVE SPACES TO COVER-VALUE-OUT.
007860     STRING 'YYMM ' MASTER-STATUS-DATE '  REASON '
007870         MASTER-STATUS-REASON '  KEYED ' SSEL-RUN-DATE
007880         DELIMITED BY SIZE INTO COVER-VALUE-OUT.
007890     PERFORM WRITE-COVER-DETAIL.
007900     IF CONTACT-FOUND
007910         MOVE 'GUARDIAN:' TO COVER-LABEL-OUT
007920         MOVE CONTACT-GUARDIAN TO COVER-VALUE-OUT
007930         PERFORM WRITE-COVER-DETAIL
007940         MOVE 'ADDRESS:' TO COVER-LABEL-OUT
007950         MOVE CONTACT-STREET TO COVER-VALUE-OUT
007960         PERFORM WRITE-COVER-DETAIL
007970         MOVE SPACES TO COVER-LABEL-OUT
007980         MOVE SPACES TO COVER-VALUE-OUT
007990         STRING CONTACT-CITY ' ' CONTACT-STATE ' ' CONTACT-ZIP
008000             DELIMITED BY SIZE INTO COVER-VALUE-OUT
008010         PERFORM WRITE-COVER-DETAIL
008020         MOVE 'PHONE:' TO COVER-LABEL-OUT
008030         MOVE CONTACT-PHONE TO COVER-VALUE-OUT
008040         PERFORM WRITE-COVER-DETAIL
008050     ELSE
008060         MOVE 'GUARDIAN:' TO COVER-LABEL-OUT
008070         MOVE 'NO CONTACT RECORD ON FILE' TO COVER-VALUE-OUT
008080         PERFORM WRITE-COVER-DETAIL
008090     END-IF.
008100     MOVE WS-PACKET-COURSES TO WS-COVER-NUMBER.
008110     MOVE 'COURSES ENCLOSED:' TO COVER-LABEL-OUT.
008120     MOVE WS-COVER-VALUE TO COVER-VALUE-OUT.
008130     PERFORM WRITE-COVER-DETAIL.
008140     MOVE WS-PACKET-TERMS TO WS-COVER-NUMBER.
008150     MOVE 'TERMS ENCLOSED:' TO COVER-LABEL-OUT.
008160     MOVE WS-COVER-VALUE TO COVER-VALUE-OUT.
008170     PERFORM WRITE-COVER-DETAIL.
008180     MOVE WS-CUM-GPA TO WS-COVER-GPA.
008190     MOVE WS-CUM-CREDITS TO WS-COVER-CREDITS.
008200     MOVE 'CUMULATIVE GPA:' TO COVER-LABEL-OUT.
008210     MOVE WS-COVER-GPA-VALUE TO COVER-VALUE-OUT.
008220     PERFORM WRITE-COVER-DETAIL.
008230     MOVE WS-PACKET-RECORDS TO WS-COVER-NUMBER.
008240     MOVE 'RECORDS IN PACKET:' TO COVER-LABEL-OUT.
008250     MOVE WS-COVER-VALUE TO COVER-VALUE-OUT.
008260     PERFORM WRITE-COVER-DETAIL.
008270
008280 WRITE-COVER-DETAIL.
008290     MOVE COVER-DETAIL-LINE TO COVER-LINE.
008300     WRITE COVER-LINE.
008310
008320 WRITE-PACKET-CONTROL-LINE.
008330     IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
008340         PERFORM WRITE-PAGE-HEADER
008350     END-IF.
008360     MOVE MASTER-STUDENT-ID TO CTL-ID-OUT.
008370     MOVE MASTER-STUDENT-NAME TO CTL-NAME-OUT.
008380     MOVE MASTER-SCHOOL-CODE TO CTL-SCHOOL-OUT.
008390     MOVE WS-PACKET-COURSES TO CTL-COURSES-OUT.
008400     MOVE WS-PACKET-RECORDS TO CTL-RECORDS-OUT.
008410     MOVE WS-CUM-GPA TO CTL-GPA-OUT.
008420     IF CONTACT-FOUND
008430         MOVE SPACES TO CTL-NOTE-OUT
008440     ELSE
008450         MOVE 'NO CONTACT' TO CTL-NOTE-OUT
008460     END-IF.
008470     MOVE PACKET-CONTROL-LINE TO PRINT-LINE.
008480     WRITE PRINT-LINE.
008490     ADD 1 TO WS-LINE-COUNT.
008500
008510 WRITE-NO-PACKET-LINE.
008520     IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
008530         PERFORM WRITE-PAGE-HEADER
008540     END-IF.
008550     MOVE SSEL-STUDENT-ID TO NOPKT-ID-OUT.
008560     MOVE NO-PACKET-LINE TO PRINT-LINE.
008570     WRITE PRINT-LINE.
008580     ADD 1 TO WS-LINE-COUNT.
008590
008600 PRINT-CONTROL-TOTALS.
008610     MOVE HEADER-BLANK-LINE TO PRINT-LINE.
008620     WRITE PRINT-LINE.
008630     MOVE ENTRIES-READ-COUNT TO COUNT-OUT.
008640     MOVE 'Journal entries read' TO COUNT-TEXT-OUT.
008650     PERFORM WRITE-COUNT-LINE.
008660     MOVE TRANSFERS-FOUND-COUNT TO COUNT-OUT.
008670     MOVE 'Transfer-out entries in period' TO COUNT-TEXT-OUT.
008680     PERFORM WRITE-COUNT-LINE.
008690     MOVE PACKETS-WRITTEN-COUNT TO COUNT-OUT.
008700     MOVE 'Packets produced' TO COUNT-TEXT-OUT.
008710     PERFORM WRITE-COUNT-LINE.
008720     MOVE REENROLLED-COUNT TO COUNT-OUT.
008730     MOVE 'No packet - status no longer T' TO COUNT-TEXT-OUT.
008740     PERFORM WRITE-COUNT-LINE.
008750     MOVE NOT-ON-MASTER-COUNT TO COUNT-OUT.
008760     MOVE 'No packet - not on master' TO COUNT-TEXT-OUT.
008770     PERFORM WRITE-COUNT-LINE.
008780     MOVE NO-CONTACT-COUNT TO COUNT-OUT.
008790     MOVE 'Packets without a contact record'
008800         TO COUNT-TEXT-OUT.
008810     PERFORM WRITE-COUNT-LINE.
008820     MOVE NO-HISTORY-COUNT TO COUNT-OUT.
008830     MOVE 'Packets without grade history' TO COUNT-TEXT-OUT.
008840     PERFORM WRITE-COUNT-LINE.
008850     MOVE RECORDS-WRITTEN-COUNT TO COUNT-OUT.
008860     MOVE 'Interchange records written' TO COUNT-TEXT-OUT.
008870     PERFORM WRITE-COUNT-LINE.
008880
008890 WRITE-COUNT-LINE.
008900     IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
008910         PERFORM WRITE-PAGE-HEADER
008920     END-IF.
008930     MOVE COUNT-LINE TO PRINT-LINE.
008940     WRITE PRINT-LINE.
008950     ADD 1 TO WS-LINE-COUNT.
008960
008970 WRITE-PAGE-HEADER.
008980     ADD 1 TO WS-PAGE-NUMBER.
008990     MOVE ZERO TO WS-LINE-COUNT.
009000     MOVE WS-FORMATTED-DATE TO HEADER-RUN-DATE-OUT.
009010     MOVE WS-PAGE-NUMBER TO HEADER-PAGE-NUM-OUT.
009020     MOVE HEADER-LINE-1 TO PRINT-LINE.
009030     WRITE PRINT-LINE.
009040     MOVE HEADER-LINE-2 TO PRINT-LINE.
009050     WRITE PRINT-LINE.
009060     MOVE HEADER-BLANK-LINE TO PRINT-LINE.
009070     WRITE PRINT-LINE.
009080
009090 FORMAT-RUN-DATE.
009100     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
009110     STRING WS-CURRENT-DATE(1:4) '-' WS-CURRENT-DATE(5:2) '-'
009120         WS-CURRENT-DATE(7:2) DELIMITED BY SIZE
009130         INTO WS-FORMATTED-DATE.
