000001* Purpose:        Change-of-grade program.
000002*
000003* Applies the registrar's change-of-grade cards to terms that
000004* GRDPOST has already posted - an incomplete turned into a
000005* grade, or a teacher's grading error - which the posted-term
000006* ledger would otherwise bounce as DUPTERM.  Each card names
000007* the student, term and course, the letter grade on file and
000008* the replacement letter.  The card is honoured only when the
000009* grade-history row for that student, term and course carries
000010* the old letter the card claims, so a card keyed against the
000011* wrong course or applied twice cannot overwrite a grade
000012* nobody meant to change.
000013*
000014* The grade history is copied once to a work file with the
000015* matching rows' letters replaced, then copied back over
000016* GRDHIST; the second pass re-adds every course each changed
000017* student has on file, so MASTER-GPA is recomputed from the
000018* full history (A=4 through F=0, weighted by credit hours, as
000019* GRDPOST and TRNSCRPT do) rather than patched.  The master
000020* before- and after-images are journaled to CHGHIST like any
000021* other master update, so STUDRCVR replays the new GPA.  If the
000022* copy-back abends, GRDHWORK holds the complete changed history
000023* and is copied to GRDHIST by hand before the run is repeated.
000024*
000025* Every change applied is also appended to the grade-change
000026* log - student, term, course, original and replacement
000027* letters, the date, time and operator of the change, and the
000028* date the original grade was posted - so TRNSCRPT can mark a
000029* changed grade on the transcript and an auditor can see when
000030* and by whom it was changed.  The history row itself keeps
000031* its original posting date.
000032*
000033* Rejected cards go to the reject dataset with a reason code,
000034* as GRDPOST rejects do: NOID, NOTERM, NOCRS (blank fields),
000035* BADLTR (old or new letter not A/B/C/D/F), NOCHG (old and new
000036* letters the same), NOSTUD (not on the student master),
000037* TOOMANY (more than 100 cards in one run), NOGRADE (no
000038* history row for the student, term and course) and OLDLTR
000039* (the history row carries a different letter from the
000040* card's old letter).
000041*
000042* Change card layout (24 bytes):
000043*   1-9    student ID
000044*   10-14  term (e.g. 2026F)
000045*   15-22  course code
000046*   23     letter grade on file (old)
000047*   24     replacement letter grade (new)
000048*
000049* DD names: STUDMAST (student master), GRDHIST (grade
000050* history, rewritten), GRDHWORK (work copy of the history),
000051* GRDCHLOG (grade-change log), CHGHIST (journal), SYSIN
000052* (change cards), GRDCHREJ (rejects), RUNCTL (run control),
000053* SYSOUT (report).
000054
000060 IDENTIFICATION DIVISION.
000061 PROGRAM-ID.       GRDCHG.
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
000180     SELECT HISTORY-WORK-FILE ASSIGN TO "GRDHWORK"
000190         ORGANIZATION IS LINE SEQUENTIAL.
000200     SELECT GRADE-CHANGE-LOG ASSIGN TO "GRDCHLOG"
000210         ORGANIZATION IS LINE SEQUENTIAL
000220         FILE STATUS IS WS-CHGLOG-STATUS.
000230     SELECT CHANGE-HISTORY-FILE ASSIGN TO "CHGHIST"
000240         ORGANIZATION IS LINE SEQUENTIAL
000250         FILE STATUS IS WS-JOURNAL-STATUS.
000260     SELECT CHANGE-CARD-FILE ASSIGN TO SYSIN
000270         ORGANIZATION IS LINE SEQUENTIAL.
000280     SELECT CHANGE-REJECT-FILE ASSIGN TO "GRDCHREJ"
000290         ORGANIZATION IS LINE SEQUENTIAL.
000300     SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
000310         ORGANIZATION IS INDEXED
000320         ACCESS MODE IS DYNAMIC
000330         RECORD KEY IS RUN-CTL-KEY
000340         FILE STATUS IS WS-RUNCTL-STATUS.
000350     SELECT PRINT-FILE       ASSIGN TO SYSOUT
000360         ORGANIZATION IS LINE SEQUENTIAL.
000370
000380 DATA DIVISION.
000390 FILE SECTION.
000400 FD  STUDENT-MASTER-FILE
000410     RECORD CONTAINS 43 CHARACTERS
000420     DATA RECORD IS MASTER-STUDENT-RECORD.
000430 01  MASTER-STUDENT-RECORD.
000440     05  MASTER-STUDENT-ID   PIC X(9).
000450     05  MASTER-STUDENT-NAME PIC X(20).
000460     05  MASTER-GRADE-LEVEL  PIC X(2).
000470     05  MASTER-GPA          PIC 9V99.
000480     05  MASTER-SCHOOL-CODE  PIC X(3).
000490     05  FILLER              PIC X(6).
000500
000510 FD  GRADE-HISTORY-FILE
000520     RECORD CONTAINS 36 CHARACTERS
000530     DATA RECORD IS GRADE-HISTORY-RECORD.
000540 01  GRADE-HISTORY-RECORD.
000550     05  GHIST-DETAIL-IMAGE.
000560         10  GHIST-STUDENT-ID PIC X(9).
000570         10  GHIST-TERM      PIC X(5).
000580         10  GHIST-COURSE-CODE PIC X(8).
000590         10  GHIST-CREDIT-HOURS PIC 9V9.
000600         10  GHIST-LETTER    PIC X.
000610     05  GHIST-DELIM         PIC X.
000620     05  GHIST-POST-DATE     PIC X(10).
000630
000640 FD  HISTORY-WORK-FILE
000650     RECORD CONTAINS 36 CHARACTERS
000660     DATA RECORD IS HISTORY-WORK-RECORD.
000670 01  HISTORY-WORK-RECORD.
000680     05  HWORK-STUDENT-ID    PIC X(9).
000690     05  HWORK-TERM          PIC X(5).
000700     05  HWORK-COURSE-CODE   PIC X(8).
000710     05  HWORK-CREDIT-HOURS  PIC 9V9.
000720     05  HWORK-LETTER        PIC X.
000730     05  HWORK-DELIM         PIC X.
000740     05  HWORK-POST-DATE     PIC X(10).
000750
000760 FD  GRADE-CHANGE-LOG
000770     RECORD CONTAINS 68 CHARACTERS
000780     DATA RECORD IS GRADE-CHANGE-RECORD.
000790 01  GRADE-CHANGE-RECORD.
000800     05  GCHG-STUDENT-ID     PIC X(9).
000810     05  GCHG-DELIM-1        PIC X.
000820     05  GCHG-TERM           PIC X(5).
000830     05  GCHG-DELIM-2        PIC X.
000840     05  GCHG-COURSE-CODE    PIC X(8).
000850     05  GCHG-DELIM-3        PIC X.
000860     05  GCHG-OLD-LETTER     PIC X.
000870     05  GCHG-DELIM-4        PIC X.
000880     05  GCHG-NEW-LETTER     PIC X.
000890     05  GCHG-DELIM-5        PIC X.
000900     05  GCHG-CHANGE-DATE    PIC X(10).
000910     05  GCHG-DELIM-6        PIC X.
000920     05  GCHG-CHANGE-TIME    PIC X(8).
000930     05  GCHG-DELIM-7        PIC X.
000940     05  GCHG-OPERATOR-ID    PIC X(8).
000950     05  GCHG-DELIM-8        PIC X.
000960     05  GCHG-POST-DATE      PIC X(10).
000970
000980 FD  CHANGE-HISTORY-FILE
000990     RECORD CONTAINS 118 CHARACTERS
001000     DATA RECORD IS CHANGE-HISTORY-RECORD.
001010 01  CHANGE-HISTORY-RECORD.
001020     05  JRNL-TRANS-CODE     PIC X.
001030     05  JRNL-DELIM-1        PIC X.
001040     05  JRNL-RUN-DATE       PIC X(10).
001050     05  JRNL-DELIM-2        PIC X.
001060     05  JRNL-RUN-TIME       PIC X(8).
001070     05  JRNL-DELIM-3        PIC X.
001080     05  JRNL-OPERATOR-ID    PIC X(8).
001090     05  JRNL-DELIM-4        PIC X.
001100     05  JRNL-BEFORE-IMAGE   PIC X(43).
001110     05  JRNL-DELIM-5        PIC X.
001120     05  JRNL-AFTER-IMAGE    PIC X(43).
001130
001140 FD  CHANGE-CARD-FILE
001150     RECORD CONTAINS 24 CHARACTERS
001160     DATA RECORD IS CHANGE-CARD.
001170 01  CHANGE-CARD.
001180     05  CARD-STUDENT-ID     PIC X(9).
001190     05  CARD-TERM           PIC X(5).
001200     05  CARD-COURSE-CODE    PIC X(8).
001210     05  CARD-OLD-LETTER     PIC X.
001220         88  VALID-OLD-LETTER
001230             VALUES 'A' 'B' 'C' 'D' 'F'.
001240     05  CARD-NEW-LETTER     PIC X.
001250         88  VALID-NEW-LETTER
001260             VALUES 'A' 'B' 'C' 'D' 'F'.
001270
001280 FD  CHANGE-REJECT-FILE
001290     RECORD CONTAINS 32 CHARACTERS
001300     DATA RECORD IS CHANGE-REJECT-RECORD.
001310 01  CHANGE-REJECT-RECORD.
001320     05  CHANGE-REJECT-IMAGE PIC X(24).
001330     05  FILLER              PIC X         VALUE SPACE.
001340     05  CHANGE-REJECT-REASON PIC X(7).
001350
001360 FD  RUN-CONTROL-FILE
001370     RECORD CONTAINS 71 CHARACTERS
001380     DATA RECORD IS RUN-CONTROL-RECORD.
001390 01  RUN-CONTROL-RECORD.
001400     05  RUN-CTL-KEY.
001410         10  RUN-JOB-NAME    PIC X(8).
001420         10  RUN-ENTRY-TYPE  PIC X.
001430     05  RUN-STATUS          PIC X(8).
001440     05  RUN-START-DATE      PIC X(10).
001450     05  RUN-START-TIME      PIC X(8).
001460     05  RUN-END-DATE        PIC X(10).
001470     05  RUN-END-TIME        PIC X(8).
001480     05  RUN-MODE            PIC X(8).
001490     05  RUN-OPERATOR-ID     PIC X(8).
001500     05  RUN-COMPLETION      PIC 9(2).
001510
001520 FD  PRINT-FILE
001530     RECORD CONTAINS 80 CHARACTERS
001540     DATA RECORD IS PRINT-LINE.
001550 01  PRINT-LINE              PIC X(80).
001560
001570 WORKING-STORAGE SECTION.
001580 01  WS-MASTER-STATUS        PIC X(2)      VALUE SPACES.
001590 01  WS-GHIST-STATUS         PIC X(2)      VALUE SPACES.
001600 01  WS-CHGLOG-STATUS        PIC X(2)      VALUE SPACES.
001610 01  WS-JOURNAL-STATUS       PIC X(2)      VALUE SPACES.
001620 01  WS-RUNCTL-STATUS        PIC X(2)      VALUE SPACES.
001630 01  WS-RUN-MODE-NAME        PIC X(8)      VALUE SPACES.
001640 01  WS-CONFLICT-JOB         PIC X(8)      VALUE SPACES.
001650 01  DATA-REMAINS-SWITCH     PIC X(2)      VALUE SPACES.
001660 01  CARD-REMAINS-SWITCH     PIC X(2)      VALUE SPACES.
001670 01  WS-EDIT-SWITCH          PIC X(3)      VALUE 'YES'.
001680     88  EDIT-PASSED         VALUE 'YES'.
001690 01  WS-EDIT-REASON          PIC X(7)      VALUE SPACES.
001700 01  WS-ROW-DONE-SWITCH      PIC X(3)      VALUE 'NO '.
001710     88  ROW-DONE            VALUE 'YES'.
001720 01  WS-STUDENT-FOUND-SWITCH PIC X(3)      VALUE 'NO '.
001730     88  STUDENT-FOUND       VALUE 'YES'.
001740 01  CARDS-READ-COUNT        PIC 9(7)      VALUE ZERO.
001750 01  CHANGES-APPLIED-COUNT   PIC 9(7)      VALUE ZERO.
001760 01  CHANGES-REJECTED-COUNT  PIC 9(7)      VALUE ZERO.
001770 01  STUDENTS-REGRADED-COUNT PIC 9(7)      VALUE ZERO.
001780 01  HISTORY-ROWS-COPIED     PIC 9(7)      VALUE ZERO.
001790 01  WS-CHANGE-COUNT         PIC 9(3)      VALUE ZERO.
001800 01  WS-CHANGE-SUB           PIC 9(3)      VALUE ZERO.
001810 01  WS-STUDENT-COUNT        PIC 9(3)      VALUE ZERO.
001820 01  WS-STUDENT-SUB          PIC 9(3)      VALUE ZERO.
001830 01  WS-GRADE-POINTS         PIC 9         VALUE ZERO.
001840 01  WS-NEW-GPA              PIC 9V99      VALUE ZERO.
001850 01  WS-OLD-GPA              PIC 9V99      VALUE ZERO.
001860 01  WS-BEFORE-IMAGE         PIC X(43)     VALUE SPACES.
001870 01  WS-CURRENT-DATE         PIC 9(8)      VALUE ZERO.
001880 01  WS-CURRENT-TIME         PIC 9(8)      VALUE ZERO.
001890 01  WS-OPERATOR-ID          PIC X(8)      VALUE SPACES.
001900 01  WS-FORMATTED-DATE       PIC X(10)     VALUE SPACES.
001910 01  WS-FORMATTED-TIME       PIC X(8)      VALUE SPACES.
001920 01  WS-LINE-COUNT           PIC 9(4)      VALUE ZERO.
001930 01  WS-LINES-PER-PAGE       PIC 9(4)      VALUE 20.
001940 01  WS-PAGE-NUMBER          PIC 9(4)      VALUE ZERO.
001950
001960* One entry per change card that passed the card edits.
001970* CHG-VERDICT starts 'P' (pending) and becomes 'A' when a
001980* history row with the old letter is replaced, or 'L' when a
001990* row for the student, term and course was found carrying a
002000* different letter; entries still 'P' after the pass found no
002010* row at all.  CHG-POST-DATE keeps the replaced row's original
002020* posting date for the grade-change log.
002030
002040 01  CHANGE-TABLE.
002050     05  CHANGE-ENTRY        OCCURS 100 TIMES.
002060         10  CHG-STUDENT-ID  PIC X(9).
002070         10  CHG-TERM        PIC X(5).
002080         10  CHG-COURSE-CODE PIC X(8).
002090         10  CHG-OLD-LETTER  PIC X.
002100         10  CHG-NEW-LETTER  PIC X.
002110         10  CHG-VERDICT     PIC X.
002120         10  CHG-POST-DATE   PIC X(10).
002130
002140* One entry per student with at least one change applied; the
002150* copy-back pass accumulates the student's whole history here
002160* so the GPA is recomputed from every course on file.
002170
002180 01  REGRADE-TABLE.
002190     05  REGRADE-ENTRY       OCCURS 100 TIMES.
002200         10  RGD-STUDENT-ID  PIC X(9).
002210         10  RGD-QUALITY-POINTS PIC 9(5)V99.
002220         10  RGD-CREDIT-TOTAL PIC 9(4)V9.
002230
002240 01  HEADER-LINE-1.
002250     05  FILLER              PIC X(26)     VALUE SPACES.
002260     05  FILLER              PIC X(28)
002270         VALUE  'CHANGE OF GRADE REGISTER'.
002280     05  FILLER              PIC X(26)     VALUE SPACES.
002290
002300 01  HEADER-LINE-2.
002310     05  FILLER              PIC X(7)      VALUE SPACES.
002320     05  FILLER              PIC X(9)      VALUE 'RUN DATE:'.
002330     05  HEADER-RUN-DATE-OUT PIC X(10).
002340     05  FILLER              PIC X(5)      VALUE SPACES.
002350     05  FILLER              PIC X(6)      VALUE 'PAGE: '.
002360     05  HEADER-PAGE-NUM-OUT PIC ZZZ9.
002370     05  FILLER              PIC X(39)     VALUE SPACES.
002380
002390 01  HEADER-BLANK-LINE       PIC X(80)     VALUE SPACES.
002400
002410 01  CHANGE-DETAIL-LINE.
002420     05  FILLER              PIC X(7)      VALUE SPACES.
002430     05  CHG-ID-OUT          PIC X(9).
002440     05  FILLER              PIC X(2)      VALUE SPACES.
002450     05  CHG-TERM-OUT        PIC X(5).
002460     05  FILLER              PIC X(2)      VALUE SPACES.
002470     05  CHG-COURSE-OUT      PIC X(8).
002480     05  FILLER              PIC X(2)      VALUE SPACES.
002490     05  CHG-OLD-OUT         PIC X.
002500     05  FILLER              PIC X(4)      VALUE ' TO '.
002510     05  CHG-NEW-OUT         PIC X.
002520     05  FILLER              PIC X(2)      VALUE SPACES.
002530     05  CHG-MESSAGE-OUT     PIC X(30).
002540     05  FILLER              PIC X(7)      VALUE SPACES.
002550
002560 01  REGRADE-DETAIL-LINE.
002570     05  FILLER              PIC X(7)      VALUE SPACES.
002580     05  RGD-ID-OUT          PIC X(9).
002590     05  FILLER              PIC X(2)      VALUE SPACES.
002600     05  RGD-NAME-OUT        PIC X(20).
002610     05  FILLER              PIC X(2)      VALUE SPACES.
002620     05  FILLER              PIC X(8)      VALUE 'OLD GPA '.
002630     05  RGD-OLD-GPA-OUT     PIC 9.99.
002640     05  FILLER              PIC X(2)      VALUE SPACES.
002650     05  FILLER              PIC X(8)      VALUE 'NEW GPA '.
002660     05  RGD-NEW-GPA-OUT     PIC 9.99.
002670     05  FILLER              PIC X(14)     VALUE SPACES.
002680
002690 01  CARDS-READ-LINE.
002700     05  FILLER              PIC X(7)      VALUE SPACES.
002710     05  CARDS-READ-OUT      PIC 9(7).
002720     05  FILLER              PIC X         VALUE SPACE.
002730     05  FILLER              PIC X(30)
002740         VALUE  'Change cards read'.
002750     05  FILLER              PIC X(35)     VALUE SPACES.
002760
002770 01  CHANGES-APPLIED-LINE.
002780     05  FILLER              PIC X(7)      VALUE SPACES.
002790     05  CHANGES-APPLIED-OUT PIC 9(7).
002800     05  FILLER              PIC X         VALUE SPACE.
002810     05  FILLER              PIC X(30)
002820         VALUE  'Grade changes applied'.
002830     05  FILLER              PIC X(35)     VALUE SPACES.
002840
002850 01  CHANGES-REJECTED-LINE.
002860     05  FILLER              PIC X(7)      VALUE SPACES.
002870     05  CHANGES-REJECTED-OUT PIC 9(7).
002880     05  FILLER              PIC X         VALUE SPACE.
002890     05  FILLER              PIC X(30)
002900         VALUE  'Change cards rejected'.
002910     05  FILLER              PIC X(35)     VALUE SPACES.
002920
002930 01  STUDENTS-REGRADED-LINE.
002940     05  FILLER              PIC X(7)      VALUE SPACES.
002950     05  STUDENTS-REGRADED-OUT PIC 9(7).
002960     05  FILLER              PIC X         VALUE SPACE.
002970     05  FILLER              PIC X(30)
002980         VALUE  'Students with GPA recomputed'.
002990     05  FILLER              PIC X(35)     VALUE SPACES.
003000
003010 01  ROWS-COPIED-LINE.
003020     05  FILLER              PIC X(7)      VALUE SPACES.
003030     05  ROWS-COPIED-OUT     PIC 9(7).
003040     05  FILLER              PIC X         VALUE SPACE.
003050     05  FILLER              PIC X(30)
003060         VALUE  'Grade history rows rewritten'.
003070     05  FILLER              PIC X(35)     VALUE SPACES.
003080
004000 PROCEDURE DIVISION.
004010
004020 PREPARE-GRADE-CHANGES.
004030     PERFORM FORMAT-RUN-DATE-TIME.
004040     MOVE 'GRDCHG' TO WS-RUN-MODE-NAME.
004050     PERFORM ENTER-RUN-CONTROL.
004060     OPEN I-O STUDENT-MASTER-FILE.
004070     IF WS-MASTER-STATUS NOT = '00'
004080         DISPLAY 'MASTER OPEN FAILED - ' WS-MASTER-STATUS
004090         MOVE 16 TO RETURN-CODE
004100         PERFORM STAMP-RUN-END
004110         STOP RUN
004120     END-IF.
004130     OPEN OUTPUT CHANGE-REJECT-FILE.
004140     OPEN OUTPUT PRINT-FILE.
004150     PERFORM WRITE-PAGE-HEADER.
004160     PERFORM LOAD-CHANGE-CARDS.
004170     IF WS-CHANGE-COUNT > ZERO
004180         PERFORM REPLACE-HISTORY-GRADES
004190     END-IF.
004200     MOVE 1 TO WS-CHANGE-SUB.
004210     PERFORM REPORT-CHANGE-VERDICT WS-CHANGE-COUNT TIMES.
004220     IF CHANGES-APPLIED-COUNT > ZERO
004230         PERFORM COPY-BACK-HISTORY
004240         PERFORM POST-REGRADED-STUDENTS
004250         PERFORM WRITE-GRADE-CHANGE-LOG
004260     END-IF.
004270     PERFORM PRINT-CHANGE-TOTALS.
004280     CLOSE STUDENT-MASTER-FILE
004290           CHANGE-REJECT-FILE
004300           PRINT-FILE.
004310     PERFORM STAMP-RUN-END.
004320     STOP RUN.
004330
004340 LOAD-CHANGE-CARDS.
004350     OPEN INPUT CHANGE-CARD-FILE.
004360     READ CHANGE-CARD-FILE
004370         AT END MOVE 'NO' TO CARD-REMAINS-SWITCH
004380     END-READ.
004390     PERFORM PROCESS-CHANGE-CARD
004400         UNTIL CARD-REMAINS-SWITCH = 'NO'.
004410     CLOSE CHANGE-CARD-FILE.
004420
004430 PROCESS-CHANGE-CARD.
004440     ADD 1 TO CARDS-READ-COUNT.
004450     PERFORM EDIT-CHANGE-CARD.
004460     IF NOT EDIT-PASSED
004470         PERFORM REJECT-CHANGE-CARD
004480     ELSE
004490         ADD 1 TO WS-CHANGE-COUNT
004500         MOVE CARD-STUDENT-ID TO CHG-STUDENT-ID(WS-CHANGE-COUNT)
004510         MOVE CARD-TERM TO CHG-TERM(WS-CHANGE-COUNT)
004520         MOVE CARD-COURSE-CODE TO
004530             CHG-COURSE-CODE(WS-CHANGE-COUNT)
004540         MOVE CARD-OLD-LETTER TO CHG-OLD-LETTER(WS-CHANGE-COUNT)
004550         MOVE CARD-NEW-LETTER TO CHG-NEW-LETTER(WS-CHANGE-COUNT)
004560         MOVE 'P' TO CHG-VERDICT(WS-CHANGE-COUNT)
004570         MOVE SPACES TO CHG-POST-DATE(WS-CHANGE-COUNT)
004580     END-IF.
004590     READ CHANGE-CARD-FILE
004600         AT END MOVE 'NO' TO CARD-REMAINS-SWITCH
004610     END-READ.
004620
004630* The same edit discipline as STUDMAIN and GRDPOST: each field
004640* is edited in turn and the first failure names the reason.
004650* The student must still be on the master, since the point of
004660* the change is a recomputed MASTER-GPA.
004670
004680 EDIT-CHANGE-CARD.
004690     MOVE 'YES' TO WS-EDIT-SWITCH.
004700     MOVE SPACES TO WS-EDIT-REASON.
004710     IF CARD-STUDENT-ID = SPACES
004720         MOVE 'NO ' TO WS-EDIT-SWITCH
004730         MOVE 'NOID' TO WS-EDIT-REASON
004740     ELSE
004750         IF CARD-TERM = SPACES
004760             MOVE 'NO ' TO WS-EDIT-SWITCH
004770             MOVE 'NOTERM' TO WS-EDIT-REASON
004780         ELSE
004790             IF CARD-COURSE-CODE = SPACES
004800                 MOVE 'NO ' TO WS-EDIT-SWITCH
004810                 MOVE 'NOCRS' TO WS-EDIT-REASON
004820             ELSE
004830                 PERFORM EDIT-CHANGE-LETTERS
004840             END-IF
004850         END-IF
004860     END-IF.
004870
004880 EDIT-CHANGE-LETTERS.
004890     IF NOT VALID-OLD-LETTER
004900         OR NOT VALID-NEW-LETTER
004910         MOVE 'NO ' TO WS-EDIT-SWITCH
004920         MOVE 'BADLTR' TO WS-EDIT-REASON
004930     ELSE
004940         IF CARD-OLD-LETTER = CARD-NEW-LETTER
004950             MOVE 'NO ' TO WS-EDIT-SWITCH
004960             MOVE 'NOCHG' TO WS-EDIT-REASON
004970         ELSE
004980             PERFORM LOOK-UP-STUDENT
004990             IF NOT STUDENT-FOUND
005000                 MOVE 'NO ' TO WS-EDIT-SWITCH
005010                 MOVE 'NOSTUD' TO WS-EDIT-REASON
005020             ELSE
005030                 IF WS-CHANGE-COUNT >= 100
005040                     MOVE 'NO ' TO WS-EDIT-SWITCH
005050                     MOVE 'TOOMANY' TO WS-EDIT-REASON
005060                 END-IF
005070             END-IF
005080         END-IF
005090     END-IF.
005100
005110 LOOK-UP-STUDENT.
005120     MOVE 'NO ' TO WS-STUDENT-FOUND-SWITCH.
005130     MOVE CARD-STUDENT-ID TO MASTER-STUDENT-ID.
005140     READ STUDENT-MASTER-FILE
005150         INVALID KEY
005160             CONTINUE
005170         NOT INVALID KEY
005180             MOVE 'YES' TO WS-STUDENT-FOUND-SWITCH
005190     END-READ.
005200
005210 REJECT-CHANGE-CARD.
005220     MOVE SPACES TO CHANGE-REJECT-RECORD.
005230     MOVE CHANGE-CARD TO CHANGE-REJECT-IMAGE.
005240     MOVE WS-EDIT-REASON TO CHANGE-REJECT-REASON.
005250     WRITE CHANGE-REJECT-RECORD.
005260     ADD 1 TO CHANGES-REJECTED-COUNT.
005270     MOVE CARD-STUDENT-ID TO CHG-ID-OUT.
005280     MOVE CARD-TERM TO CHG-TERM-OUT.
005290     MOVE CARD-COURSE-CODE TO CHG-COURSE-OUT.
005300     MOVE CARD-OLD-LETTER TO CHG-OLD-OUT.
005310     MOVE CARD-NEW-LETTER TO CHG-NEW-OUT.
005320     MOVE SPACES TO CHG-MESSAGE-OUT.
005330     STRING 'CHANGE REJECTED - ' WS-EDIT-REASON
005340         DELIMITED BY SIZE INTO CHG-MESSAGE-OUT.
005350     PERFORM WRITE-CHANGE-LINE.
005360
005370* First pass: the history is copied to the work file, and each
005380* row is matched against the pending change cards.  A row
005390* takes at most one change, so two cards naming the same
005400* course cannot both land on it.
005410
005420 REPLACE-HISTORY-GRADES.
005430     OPEN INPUT GRADE-HISTORY-FILE.
005440     IF WS-GHIST-STATUS = '35'
005450         MOVE 'NO' TO DATA-REMAINS-SWITCH
005460     ELSE
005470         OPEN OUTPUT HISTORY-WORK-FILE
005480         READ GRADE-HISTORY-FILE
005490             AT END MOVE 'NO' TO DATA-REMAINS-SWITCH
005500         END-READ
005510     END-IF.
005520     PERFORM MATCH-HISTORY-ROW
005530         UNTIL DATA-REMAINS-SWITCH = 'NO'.
005540     IF WS-GHIST-STATUS NOT = '35'
005550         CLOSE GRADE-HISTORY-FILE
005560               HISTORY-WORK-FILE
005570     END-IF.
005580
005590 MATCH-HISTORY-ROW.
005600     MOVE 'NO ' TO WS-ROW-DONE-SWITCH.
005610     MOVE 1 TO WS-CHANGE-SUB.
005620     PERFORM TEST-CHANGE-ENTRY WS-CHANGE-COUNT TIMES.
005630     MOVE GRADE-HISTORY-RECORD TO HISTORY-WORK-RECORD.
005640     WRITE HISTORY-WORK-RECORD.
005650     READ GRADE-HISTORY-FILE
005660         AT END MOVE 'NO' TO DATA-REMAINS-SWITCH
005670     END-READ.
005680
005690 TEST-CHANGE-ENTRY.
005700     IF NOT ROW-DONE
005710         AND CHG-VERDICT(WS-CHANGE-SUB) NOT = 'A'
005720         AND GHIST-STUDENT-ID = CHG-STUDENT-ID(WS-CHANGE-SUB)
005730         AND GHIST-TERM = CHG-TERM(WS-CHANGE-SUB)
005740         AND GHIST-COURSE-CODE = CHG-COURSE-CODE(WS-CHANGE-SUB)
005750         IF GHIST-LETTER = CHG-OLD-LETTER(WS-CHANGE-SUB)
005760             MOVE CHG-NEW-LETTER(WS-CHANGE-SUB) TO GHIST-LETTER
005770             MOVE GHIST-POST-DATE TO
005780                 CHG-POST-DATE(WS-CHANGE-SUB)
005790             MOVE 'A' TO CHG-VERDICT(WS-CHANGE-SUB)
005800             MOVE 'YES' TO WS-ROW-DONE-SWITCH
005810         ELSE
005820             MOVE 'L' TO CHG-VERDICT(WS-CHANGE-SUB)
005830         END-IF
005840     END-IF.
005850     ADD 1 TO WS-CHANGE-SUB.
005860
005870* Each loaded card ends the pass applied or rejected; applied
005880* cards also enrol their student for the GPA recompute.
005890
005900 REPORT-CHANGE-VERDICT.
005910     MOVE CHG-STUDENT-ID(WS-CHANGE-SUB) TO CHG-ID-OUT.
005920     MOVE CHG-TERM(WS-CHANGE-SUB) TO CHG-TERM-OUT.
005930     MOVE CHG-COURSE-CODE(WS-CHANGE-SUB) TO CHG-COURSE-OUT.
005940     MOVE CHG-OLD-LETTER(WS-CHANGE-SUB) TO CHG-OLD-OUT.
005950     MOVE CHG-NEW-LETTER(WS-CHANGE-SUB) TO CHG-NEW-OUT.
005960     IF CHG-VERDICT(WS-CHANGE-SUB) = 'A'
005970         MOVE 'GRADE CHANGED' TO CHG-MESSAGE-OUT
005980         ADD 1 TO CHANGES-APPLIED-COUNT
005990         PERFORM ENROL-REGRADE-STUDENT
006000         PERFORM WRITE-CHANGE-LINE
006010     ELSE
006020         IF CHG-VERDICT(WS-CHANGE-SUB) = 'L'
006030             MOVE 'OLDLTR' TO WS-EDIT-REASON
006040         ELSE
006050             MOVE 'NOGRADE' TO WS-EDIT-REASON
006060         END-IF
006070         MOVE SPACES TO CHANGE-REJECT-RECORD
006080         STRING CHG-STUDENT-ID(WS-CHANGE-SUB)
006090             CHG-TERM(WS-CHANGE-SUB)
006100             CHG-COURSE-CODE(WS-CHANGE-SUB)
006110             CHG-OLD-LETTER(WS-CHANGE-SUB)
006120             CHG-NEW-LETTER(WS-CHANGE-SUB)
006130             DELIMITED BY SIZE INTO CHANGE-REJECT-IMAGE
006140         MOVE WS-EDIT-REASON TO CHANGE-REJECT-REASON
006150         WRITE CHANGE-REJECT-RECORD
006160         ADD 1 TO CHANGES-REJECTED-COUNT
006170         MOVE SPACES TO CHG-MESSAGE-OUT
006180         STRING 'CHANGE REJECTED - ' WS-EDIT-REASON
006190             DELIMITED BY SIZE INTO CHG-MESSAGE-OUT
006200         PERFORM WRITE-CHANGE-LINE
006210     END-IF.
006220     ADD 1 TO WS-CHANGE-SUB.
006230
006240 ENROL-REGRADE-STUDENT.
006250     MOVE 'NO ' TO WS-STUDENT-FOUND-SWITCH.
006260     MOVE 1 TO WS-STUDENT-SUB.
006270     PERFORM LOOK-UP-REGRADE-ENTRY WS-STUDENT-COUNT TIMES.
006280     IF NOT STUDENT-FOUND
006290         ADD 1 TO WS-STUDENT-COUNT
006300         MOVE CHG-STUDENT-ID(WS-CHANGE-SUB) TO
006310             RGD-STUDENT-ID(WS-STUDENT-COUNT)
006320         MOVE ZERO TO RGD-QUALITY-POINTS(WS-STUDENT-COUNT)
006330         MOVE ZERO TO RGD-CREDIT-TOTAL(WS-STUDENT-COUNT)
006340     END-IF.
006350
006360 LOOK-UP-REGRADE-ENTRY.
006370     IF RGD-STUDENT-ID(WS-STUDENT-SUB) =
006380         CHG-STUDENT-ID(WS-CHANGE-SUB)
006390         MOVE 'YES' TO WS-STUDENT-FOUND-SWITCH
006400     END-IF.
006410     ADD 1 TO WS-STUDENT-SUB.
006420
006430* Second pass: the changed history goes back over GRDHIST, and
006440* every row of a regraded student is added into that student's
006450* quality points and credit hours on the way through.
006460
006470 COPY-BACK-HISTORY.
006480     OPEN INPUT HISTORY-WORK-FILE.
006490     OPEN OUTPUT GRADE-HISTORY-FILE.
006500     MOVE SPACES TO DATA-REMAINS-SWITCH.
006510     READ HISTORY-WORK-FILE
006520         AT END MOVE 'NO' TO DATA-REMAINS-SWITCH
006530     END-READ.
006540     PERFORM COPY-HISTORY-ROW
006550         UNTIL DATA-REMAINS-SWITCH = 'NO'.
006560     CLOSE HISTORY-WORK-FILE
006570           GRADE-HISTORY-FILE.
006580
006590 COPY-HISTORY-ROW.
006600     MOVE HISTORY-WORK-RECORD TO GRADE-HISTORY-RECORD.
006610     WRITE GRADE-HISTORY-RECORD.
006620     ADD 1 TO HISTORY-ROWS-COPIED.
006630     MOVE 1 TO WS-STUDENT-SUB.
006640     PERFORM ACCUMULATE-REGRADE-ROW WS-STUDENT-COUNT TIMES.
006650     READ HISTORY-WORK-FILE
006660         AT END MOVE 'NO' TO DATA-REMAINS-SWITCH
006670     END-READ.
006680
006690 ACCUMULATE-REGRADE-ROW.
006700     IF RGD-STUDENT-ID(WS-STUDENT-SUB) = HWORK-STUDENT-ID
006710         EVALUATE HWORK-LETTER
006720             WHEN 'A'
006730                 MOVE 4 TO WS-GRADE-POINTS
006740             WHEN 'B'
006750                 MOVE 3 TO WS-GRADE-POINTS
006760             WHEN 'C'
006770                 MOVE 2 TO WS-GRADE-POINTS
006780             WHEN 'D'
006790                 MOVE 1 TO WS-GRADE-POINTS
006800             WHEN OTHER
006810                 MOVE 0 TO WS-GRADE-POINTS
006820         END-EVALUATE
006830         COMPUTE RGD-QUALITY-POINTS(WS-STUDENT-SUB) =
006840             RGD-QUALITY-POINTS(WS-STUDENT-SUB)
006850             + (HWORK-CREDIT-HOURS * WS-GRADE-POINTS)
006860         ADD HWORK-CREDIT-HOURS TO
006870             RGD-CREDIT-TOTAL(WS-STUDENT-SUB)
006880     END-IF.
006890     ADD 1 TO WS-STUDENT-SUB.
006900
006910* The recomputed GPA is rewritten onto the master and the
006920* before- and after-images journaled, as GRDPOST does.
006930
006940 POST-REGRADED-STUDENTS.
006950     OPEN EXTEND CHANGE-HISTORY-FILE.
006960     IF WS-JOURNAL-STATUS = '35'
006970         OPEN OUTPUT CHANGE-HISTORY-FILE
006980     END-IF.
006990     MOVE 1 TO WS-STUDENT-SUB.
007000     PERFORM POST-REGRADED-STUDENT WS-STUDENT-COUNT TIMES.
007010     CLOSE CHANGE-HISTORY-FILE.
007020
007030 POST-REGRADED-STUDENT.
007040     MOVE RGD-STUDENT-ID(WS-STUDENT-SUB) TO MASTER-STUDENT-ID.
007050     READ STUDENT-MASTER-FILE
007060         INVALID KEY
007070             CONTINUE
007080         NOT INVALID KEY
007090             IF RGD-CREDIT-TOTAL(WS-STUDENT-SUB) > ZERO
007100                 MOVE MASTER-STUDENT-RECORD TO WS-BEFORE-IMAGE
007110                 MOVE MASTER-GPA TO WS-OLD-GPA
007120                 COMPUTE WS-NEW-GPA ROUNDED =
007130                     RGD-QUALITY-POINTS(WS-STUDENT-SUB)
007140                     / RGD-CREDIT-TOTAL(WS-STUDENT-SUB)
007150                 MOVE WS-NEW-GPA TO MASTER-GPA
007160                 REWRITE MASTER-STUDENT-RECORD
007170                 PERFORM WRITE-CHANGE-JOURNAL
007180                 PERFORM WRITE-REGRADE-LINE
007190                 ADD 1 TO STUDENTS-REGRADED-COUNT
007200             END-IF
007210     END-READ.
007220     ADD 1 TO WS-STUDENT-SUB.
007230
007240 WRITE-REGRADE-LINE.
007250     IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
007260         PERFORM WRITE-PAGE-HEADER
007270     END-IF.
007280     MOVE MASTER-STUDENT-ID TO RGD-ID-OUT.
007290     MOVE MASTER-STUDENT-NAME TO RGD-NAME-OUT.
007300     MOVE WS-OLD-GPA TO RGD-OLD-GPA-OUT.
007310     MOVE WS-NEW-GPA TO RGD-NEW-GPA-OUT.
007320     MOVE REGRADE-DETAIL-LINE TO PRINT-LINE.
007330     WRITE PRINT-LINE.
007340     ADD 1 TO WS-LINE-COUNT.
007350
007360* The log is the permanent record of the change: one entry
007370* per grade changed, carrying both letters, when and by whom
007380* it was changed, and when the original grade was posted.
007390
007400 WRITE-GRADE-CHANGE-LOG.
007410     OPEN EXTEND GRADE-CHANGE-LOG.
007420     IF WS-CHGLOG-STATUS = '35'
007430         OPEN OUTPUT GRADE-CHANGE-LOG
007440     END-IF.
007450     MOVE 1 TO WS-CHANGE-SUB.
007460     PERFORM WRITE-GRADE-CHANGE-ENTRY WS-CHANGE-COUNT TIMES.
007470     CLOSE GRADE-CHANGE-LOG.
007480
007490 WRITE-GRADE-CHANGE-ENTRY.
007500     IF CHG-VERDICT(WS-CHANGE-SUB) = 'A'
007510         MOVE SPACES TO GRADE-CHANGE-RECORD
007520         MOVE CHG-STUDENT-ID(WS-CHANGE-SUB) TO GCHG-STUDENT-ID
007530         MOVE CHG-TERM(WS-CHANGE-SUB) TO GCHG-TERM
007540         MOVE CHG-COURSE-CODE(WS-CHANGE-SUB) TO GCHG-COURSE-CODE
007550         MOVE CHG-OLD-LETTER(WS-CHANGE-SUB) TO GCHG-OLD-LETTER
007560         MOVE CHG-NEW-LETTER(WS-CHANGE-SUB) TO GCHG-NEW-LETTER
007570         MOVE WS-FORMATTED-DATE TO GCHG-CHANGE-DATE
007580         MOVE WS-FORMATTED-TIME TO GCHG-CHANGE-TIME
007590         MOVE WS-OPERATOR-ID TO GCHG-OPERATOR-ID
007600         MOVE CHG-POST-DATE(WS-CHANGE-SUB) TO GCHG-POST-DATE
007610         MOVE '|' TO GCHG-DELIM-1
007620         MOVE '|' TO GCHG-DELIM-2
007630         MOVE '|' TO GCHG-DELIM-3
007640         MOVE '|' TO GCHG-DELIM-4
007650         MOVE '|' TO GCHG-DELIM-5
007660         MOVE '|' TO GCHG-DELIM-6
007670         MOVE '|' TO GCHG-DELIM-7
007680         MOVE '|' TO GCHG-DELIM-8
007690         WRITE GRADE-CHANGE-RECORD
007700     END-IF.
007710     ADD 1 TO WS-CHANGE-SUB.
007720
007730 WRITE-CHANGE-LINE.
007740     IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
007750         PERFORM WRITE-PAGE-HEADER
007760     END-IF.
007770     MOVE CHANGE-DETAIL-LINE TO PRINT-LINE.
007780     WRITE PRINT-LINE.
007790     ADD 1 TO WS-LINE-COUNT.
007800
007810 PRINT-CHANGE-TOTALS.
007820     MOVE HEADER-BLANK-LINE TO PRINT-LINE.
007830     WRITE PRINT-LINE.
007840     MOVE CARDS-READ-COUNT TO CARDS-READ-OUT.
007850     MOVE CARDS-READ-LINE TO PRINT-LINE.
007860     WRITE PRINT-LINE.
007870     MOVE CHANGES-APPLIED-COUNT TO CHANGES-APPLIED-OUT.
007880     MOVE CHANGES-APPLIED-LINE TO PRINT-LINE.
007890     WRITE PRINT-LINE.
007900     MOVE CHANGES-REJECTED-COUNT TO CHANGES-REJECTED-OUT.
007910     MOVE CHANGES-REJECTED-LINE TO PRINT-LINE.
007920     WRITE PRINT-LINE.
007930     MOVE STUDENTS-REGRADED-COUNT TO STUDENTS-REGRADED-OUT.
007940     MOVE STUDENTS-REGRADED-LINE TO PRINT-LINE.
007950     WRITE PRINT-LINE.
007960     MOVE HISTORY-ROWS-COPIED TO ROWS-COPIED-OUT.
007970     MOVE ROWS-COPIED-LINE TO PRINT-LINE.
007980     WRITE PRINT-LINE.
007990     ADD 6 TO WS-LINE-COUNT.
008000
008010 WRITE-PAGE-HEADER.
008020     ADD 1 TO WS-PAGE-NUMBER.
008030     MOVE ZERO TO WS-LINE-COUNT.
008040     MOVE WS-FORMATTED-DATE TO HEADER-RUN-DATE-OUT.
008050     MOVE WS-PAGE-NUMBER TO HEADER-PAGE-NUM-OUT.
008060     MOVE HEADER-LINE-1 TO PRINT-LINE.
008070     WRITE PRINT-LINE.
008080     MOVE HEADER-LINE-2 TO PRINT-LINE.
008090     WRITE PRINT-LINE.
008100     MOVE HEADER-BLANK-LINE TO PRINT-LINE.
008110     WRITE PRINT-LINE.
008120
008130* Each recomputed GPA is journaled to the change-history file
008140* with the before- and after-images, like STUDMAIN maintenance,
008150* so a forward recovery (STUDRCVR) reproduces it too.
008160
008170 WRITE-CHANGE-JOURNAL.
008180     MOVE SPACES TO CHANGE-HISTORY-RECORD.
008190     MOVE 'C' TO JRNL-TRANS-CODE.
008200     MOVE '|' TO JRNL-DELIM-1.
008210     MOVE WS-FORMATTED-DATE TO JRNL-RUN-DATE.
008220     MOVE '|' TO JRNL-DELIM-2.
008230     MOVE WS-FORMATTED-TIME TO JRNL-RUN-TIME.
008240     MOVE '|' TO JRNL-DELIM-3.
008250     MOVE WS-OPERATOR-ID TO JRNL-OPERATOR-ID.
008260     MOVE '|' TO JRNL-DELIM-4.
008270     MOVE WS-BEFORE-IMAGE TO JRNL-BEFORE-IMAGE.
008280     MOVE '|' TO JRNL-DELIM-5.
008290     MOVE MASTER-STUDENT-RECORD TO JRNL-AFTER-IMAGE.
008300     WRITE CHANGE-HISTORY-RECORD.
008310
008320 FORMAT-RUN-DATE-TIME.
008330     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
008340     ACCEPT WS-CURRENT-TIME FROM TIME.
008350     ACCEPT WS-OPERATOR-ID FROM ENVIRONMENT "USER".
008360     STRING WS-CURRENT-DATE(1:4) '-' WS-CURRENT-DATE(5:2) '-'
008370         WS-CURRENT-DATE(7:2) DELIMITED BY SIZE
008380         INTO WS-FORMATTED-DATE.
008390     STRING WS-CURRENT-TIME(1:2) ':' WS-CURRENT-TIME(3:2) ':'
008400         WS-CURRENT-TIME(5:2) DELIMITED BY SIZE
008410         INTO WS-FORMATTED-TIME.
008420
009000
009001* Shop-wide run control: every batch program stamps the shared
009002* RUNCTL dataset at start and end with date/time, mode,
009003* operator and completion code, and refuses to start while a
009004* conflicting job is marked in flight, so an unload can no
009005* longer run into an open maintenance or posting pass and the
009006* morning checkout reads one OPSTATUS report instead of five
009007* job logs.  A run that dies leaves its in-flight mark behind
009008* on purpose; the operator clears it with OPSTATUS
009009* PARM='RESET jobname' once the wreckage is understood.  A
009010* completion below 8 also refreshes the job's last-good-run
009011* entry, which OPSTATUS prints beside the current one.
009012
009013 ENTER-RUN-CONTROL.
009014     OPEN I-O RUN-CONTROL-FILE.
009015     IF WS-RUNCTL-STATUS = '35'
009016         OPEN OUTPUT RUN-CONTROL-FILE
009017         CLOSE RUN-CONTROL-FILE
009018         OPEN I-O RUN-CONTROL-FILE
009019     END-IF.
009020     IF WS-RUNCTL-STATUS NOT = '00'
009021         DISPLAY 'RUN CONTROL OPEN FAILED - ' WS-RUNCTL-STATUS
009022         MOVE 16 TO RETURN-CODE
009023         STOP RUN
009024     END-IF.
009025     MOVE 'GRDCHG' TO WS-CONFLICT-JOB.
009026     PERFORM CHECK-RUN-CONFLICT.
009027     MOVE 'GRDPOST' TO WS-CONFLICT-JOB.
009028     PERFORM CHECK-RUN-CONFLICT.
009029     MOVE 'STUDMAIN' TO WS-CONFLICT-JOB.
009030     PERFORM CHECK-RUN-CONFLICT.
009031     MOVE 'STUDRCVR' TO WS-CONFLICT-JOB.
009032     PERFORM CHECK-RUN-CONFLICT.
009033     MOVE 'FRESHINT' TO WS-CONFLICT-JOB.
009034     PERFORM CHECK-RUN-CONFLICT.
009040     PERFORM STAMP-RUN-START.
009041     CLOSE RUN-CONTROL-FILE.
009042
009043 CHECK-RUN-CONFLICT.
009044     MOVE WS-CONFLICT-JOB TO RUN-JOB-NAME.
009045     MOVE 'C' TO RUN-ENTRY-TYPE.
009046     READ RUN-CONTROL-FILE
009047         INVALID KEY
009048             CONTINUE
009049         NOT INVALID KEY
009050             IF RUN-STATUS = 'INFLIGHT'
009051                 DISPLAY 'HELD - ' WS-CONFLICT-JOB
009052                     ' IS MARKED IN FLIGHT ON RUNCTL'
009053                 MOVE 12 TO RETURN-CODE
009054                 CLOSE RUN-CONTROL-FILE
009055                 STOP RUN
009056             END-IF
009057     END-READ.
009058
009059 STAMP-RUN-START.
009060     MOVE SPACES TO RUN-CONTROL-RECORD.
009061     MOVE 'GRDCHG' TO RUN-JOB-NAME.
009062     MOVE 'C' TO RUN-ENTRY-TYPE.
009063     MOVE 'INFLIGHT' TO RUN-STATUS.
009064     MOVE WS-FORMATTED-DATE TO RUN-START-DATE.
009065     MOVE WS-FORMATTED-TIME TO RUN-START-TIME.
009066     MOVE WS-RUN-MODE-NAME TO RUN-MODE.
009067     MOVE WS-OPERATOR-ID TO RUN-OPERATOR-ID.
009068     MOVE ZERO TO RUN-COMPLETION.
009069     WRITE RUN-CONTROL-RECORD
009070         INVALID KEY
009071             REWRITE RUN-CONTROL-RECORD
009072     END-WRITE.
009073
009074 STAMP-RUN-END.
009075     OPEN I-O RUN-CONTROL-FILE.
009076     MOVE 'GRDCHG' TO RUN-JOB-NAME.
009077     MOVE 'C' TO RUN-ENTRY-TYPE.
009078     READ RUN-CONTROL-FILE
009079         INVALID KEY
009080             CONTINUE
009081         NOT INVALID KEY
009082             ACCEPT WS-CURRENT-TIME FROM TIME
009083             STRING WS-CURRENT-TIME(1:2) ':'
009084                 WS-CURRENT-TIME(3:2) ':'
009085                 WS-CURRENT-TIME(5:2) DELIMITED BY SIZE
009086                 INTO WS-FORMATTED-TIME
009087             MOVE 'ENDED' TO RUN-STATUS
009088             MOVE WS-FORMATTED-DATE TO RUN-END-DATE
009089             MOVE WS-FORMATTED-TIME TO RUN-END-TIME
009090             MOVE RETURN-CODE TO RUN-COMPLETION
009091             REWRITE RUN-CONTROL-RECORD
009092             IF RETURN-CODE < 8
009093                 MOVE 'G' TO RUN-ENTRY-TYPE
009094                 WRITE RUN-CONTROL-RECORD
009095                     INVALID KEY
009096                         REWRITE RUN-CONTROL-RECORD
009097                 END-WRITE
009098             END-IF
009099     END-READ.
009100     CLOSE RUN-CONTROL-FILE.
