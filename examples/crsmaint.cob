000001* Purpose:        Course catalog maintenance program.
000002*
000003* Maintains the indexed course catalog keyed by the 8-byte
000004* course code - course title, owning department, standard
000005* credit hours and an active/retired flag - through the same
000006* add/change/delete transaction pattern and field edits
000007* STUDMAIN and CNTCMNT apply, so the registrar's course list
000008* lives in the system and GRDPOST can check every grade record
000009* against it.  GRDPOST rejects a grade for a course code that
000010* is not on the catalog, for a retired course, and for credit
000011* hours that differ from the catalog's standard credit hours,
000012* which closes the door on a mistyped course code or credit
000013* figure inflating quality points; TRNSCRPT prints the catalog
000014* title beside each course code.
000015*
000016* Every field is edited before it can land: a non-blank course
000017* code, title and department, numeric non-zero credit hours,
000018* and a status of 'A' (active) or 'R' (retired) - a blank
000019* status is taken as active.  A course that is no longer
000020* offered is retired with a change transaction rather than
000021* deleted, so the transcripts of students who took it keep
000022* their course titles; deletes are for courses keyed in error.
000023* Failed transactions go to the reject dataset with a reason
000024* code for correction and resubmission, exactly as STUDMAIN
000025* and CNTCMNT rejects do.
000026*
000027* Course transaction layout (41 bytes):
000028*   1      transaction code A/C/D
000029*   2-9    course code
000030*   10-34  course title
000031*   35-38  department (the subject area, e.g. ENG, MATH)
000032*   39-40  standard credit hours, 9V9 form (10 = 1.0)
000033*   41     status A (active) or R (retired); blank = A
000034*
000035* DD names: CRSCAT (course catalog), SYSIN (transactions),
000036* CRSREJ (rejects), RUNCTL (run control), SYSOUT (report).
000037
000040 IDENTIFICATION DIVISION.
000041 PROGRAM-ID.       CRSMAINT.
000042 AUTHOR.           TEST SAM.
000043 DATE-WRITTEN.     15 October 2026.
000044
000050 ENVIRONMENT DIVISION.
000060 INPUT-OUTPUT SECTION.
000070 FILE-CONTROL.
000080     SELECT COURSE-CATALOG-FILE ASSIGN TO "CRSCAT"
000090         ORGANIZATION IS INDEXED
000100         ACCESS MODE IS DYNAMIC
000110         RECORD KEY IS CATALOG-COURSE-CODE
000120         FILE STATUS IS WS-CATALOG-STATUS.
000180     SELECT COURSE-TRANS-FILE ASSIGN TO SYSIN
000190         ORGANIZATION IS LINE SEQUENTIAL.
000200     SELECT COURSE-REJECT-FILE ASSIGN TO "CRSREJ"
000210         ORGANIZATION IS LINE SEQUENTIAL.
000220     SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
000230         ORGANIZATION IS INDEXED
000240         ACCESS MODE IS DYNAMIC
000250         RECORD KEY IS RUN-CTL-KEY
000260         FILE STATUS IS WS-RUNCTL-STATUS.
000270     SELECT MAINT-REPORT-FILE ASSIGN TO SYSOUT
000280         ORGANIZATION IS LINE SEQUENTIAL.
000290
000300 DATA DIVISION.
000310 FILE SECTION.
000320 FD  COURSE-CATALOG-FILE
000330     RECORD CONTAINS 40 CHARACTERS
000340     DATA RECORD IS COURSE-CATALOG-RECORD.
000350 01  COURSE-CATALOG-RECORD.
000360     05  CATALOG-COURSE-CODE PIC X(8).
000370     05  CATALOG-TITLE       PIC X(25).
000380     05  CATALOG-DEPARTMENT  PIC X(4).
000390     05  CATALOG-CREDIT-HOURS PIC 9V9.
000400     05  CATALOG-STATUS      PIC X.
000410         88  CATALOG-IS-ACTIVE VALUE 'A'.
000420         88  CATALOG-IS-RETIRED VALUE 'R'.
000430
000570 FD  COURSE-TRANS-FILE
000580     RECORD CONTAINS 41 CHARACTERS
000590     DATA RECORD IS COURSE-TRANSACTION.
000600 01  COURSE-TRANSACTION.
000610     05  KTRAN-CODE          PIC X.
000620         88  KTRAN-IS-ADD    VALUE 'A'.
000630         88  KTRAN-IS-CHANGE VALUE 'C'.
000640         88  KTRAN-IS-DELETE VALUE 'D'.
000650         88  KTRAN-VALID-CODE
000660             VALUES 'A' 'C' 'D'.
000670     05  KTRAN-COURSE-CODE   PIC X(8).
000680     05  KTRAN-TITLE         PIC X(25).
000690     05  KTRAN-DEPARTMENT    PIC X(4).
000700     05  KTRAN-CREDIT-HOURS  PIC 9V9.
000710     05  KTRAN-STATUS        PIC X.
000720         88  KTRAN-VALID-STATUS
000730             VALUES 'A' 'R' SPACE.
000740
000750 FD  COURSE-REJECT-FILE
000760     RECORD CONTAINS 49 CHARACTERS
000770     DATA RECORD IS COURSE-REJECT-RECORD.
000780 01  COURSE-REJECT-RECORD.
000790     05  COURSE-REJECT-IMAGE PIC X(41).
000800     05  FILLER              PIC X         VALUE SPACE.
000810     05  COURSE-REJECT-REASON PIC X(7).
000820
000830 FD  RUN-CONTROL-FILE
000840     RECORD CONTAINS 71 CHARACTERS
000850     DATA RECORD IS RUN-CONTROL-RECORD.
000860 01  RUN-CONTROL-RECORD.
000870     05  RUN-CTL-KEY.
000880         10  RUN-JOB-NAME    PIC X(8).
000890         10  RUN-ENTRY-TYPE  PIC X.
000900     05  RUN-STATUS          PIC X(8).
000910     05  RUN-START-DATE      PIC X(10).
000920     05  RUN-START-TIME      PIC X(8).
000930     05  RUN-END-DATE        PIC X(10).
000940     05  RUN-END-TIME        PIC X(8).
000950     05  RUN-MODE            PIC X(8).
000960     05  RUN-OPERATOR-ID     PIC X(8).
000970     05  RUN-COMPLETION      PIC 9(2).
000980
000990 FD  MAINT-REPORT-FILE
001000     RECORD CONTAINS 80 CHARACTERS
001001     DATA RECORD IS MAINT-REPORT-LINE.
001002 01  MAINT-REPORT-LINE       PIC X(80).
001003
001010 WORKING-STORAGE SECTION.
001011 01  WS-CATALOG-STATUS       PIC X(2)      VALUE SPACES.
001013 01  DATA-REMAINS-SWITCH     PIC X(2)      VALUE SPACES.
001014 01  ADDED-COUNT             PIC 9(7)      VALUE ZERO.
001015 01  CHANGED-COUNT           PIC 9(7)      VALUE ZERO.
001016 01  DELETED-COUNT           PIC 9(7)      VALUE ZERO.
001017 01  REJECTED-COUNT          PIC 9(7)      VALUE ZERO.
001018 01  WS-EDIT-SWITCH          PIC X(3)      VALUE 'YES'.
001019     88  EDIT-PASSED         VALUE 'YES'.
001020 01  WS-EDIT-REASON          PIC X(7)      VALUE SPACES.
001023 01  WS-CURRENT-DATE         PIC 9(8)      VALUE ZERO.
001024 01  WS-CURRENT-TIME         PIC 9(8)      VALUE ZERO.
001025 01  WS-OPERATOR-ID          PIC X(8)      VALUE SPACES.
001026 01  WS-FORMATTED-DATE       PIC X(10)     VALUE SPACES.
001027 01  WS-FORMATTED-TIME       PIC X(8)      VALUE SPACES.
001028 01  WS-RUNCTL-STATUS        PIC X(2)      VALUE SPACES.
001029 01  WS-RUN-MODE-NAME        PIC X(8)      VALUE SPACES.
001030 01  WS-CONFLICT-JOB         PIC X(8)      VALUE SPACES.
001031
001040 01  TRANSACTION-LINE.
001041     05  FILLER              PIC X(7)      VALUE SPACES.
001042     05  TRANS-COURSE-OUT    PIC X(8).
001043     05  FILLER              PIC X(2)      VALUE SPACES.
001044     05  TRANS-MESSAGE-OUT   PIC X(40).
001045     05  FILLER              PIC X(23)     VALUE SPACES.
001046
001050 01  ADDED-LINE.
001051     05  FILLER              PIC X(7)      VALUE SPACES.
001052     05  ADDED-COUNT-OUT     PIC 9(7).
001053     05  FILLER              PIC X         VALUE SPACE.
001054     05  FILLER              PIC X(30)
001055                 VALUE  'Course records added'.
001056     05  FILLER              PIC X(35)     VALUE SPACES.
001057
001060 01  CHANGED-LINE.
001061     05  FILLER              PIC X(7)      VALUE SPACES.
001062     05  CHANGED-COUNT-OUT   PIC 9(7).
001063     05  FILLER              PIC X         VALUE SPACE.
001064     05  FILLER              PIC X(30)
001065                 VALUE  'Course records changed'.
001066     05  FILLER              PIC X(35)     VALUE SPACES.
001067
001070 01  DELETED-LINE.
001071     05  FILLER              PIC X(7)      VALUE SPACES.
001072     05  DELETED-COUNT-OUT   PIC 9(7).
001073     05  FILLER              PIC X         VALUE SPACE.
001074     05  FILLER              PIC X(30)
001075                 VALUE  'Course records deleted'.
001076     05  FILLER              PIC X(35)     VALUE SPACES.
001077
001080 01  REJECTED-TRANS-LINE.
001081     05  FILLER              PIC X(7)      VALUE SPACES.
001082     05  REJ-TRANS-COUNT-OUT PIC 9(7).
001083     05  FILLER              PIC X         VALUE SPACE.
001084     05  FILLER              PIC X(30)
001085                 VALUE  'Transactions rejected'.
001086     05  FILLER              PIC X(35)     VALUE SPACES.
001087
002000 PROCEDURE DIVISION.
002010
002020 MAINTAIN-COURSE-CATALOG.
002030     PERFORM FORMAT-RUN-DATE-TIME.
002040     MOVE 'COURSE' TO WS-RUN-MODE-NAME.
002050     PERFORM ENTER-RUN-CONTROL.
002060     OPEN I-O COURSE-CATALOG-FILE.
002070     IF WS-CATALOG-STATUS = '35'
002080         OPEN OUTPUT COURSE-CATALOG-FILE
002090         CLOSE COURSE-CATALOG-FILE
002100         OPEN I-O COURSE-CATALOG-FILE
002110     END-IF.
002120     IF WS-CATALOG-STATUS NOT = '00'
002130         DISPLAY 'CATALOG OPEN FAILED - ' WS-CATALOG-STATUS
002140         MOVE 16 TO RETURN-CODE
002150         PERFORM STAMP-RUN-END
002160         STOP RUN
002170     END-IF.
002250     OPEN INPUT COURSE-TRANS-FILE.
002260     OPEN OUTPUT COURSE-REJECT-FILE.
002270     OPEN OUTPUT MAINT-REPORT-FILE.
002280     READ COURSE-TRANS-FILE
002290         AT END MOVE 'NO' TO DATA-REMAINS-SWITCH
002300     END-READ.
002310     PERFORM PROCESS-COURSE-TRANSACTION
002320         UNTIL DATA-REMAINS-SWITCH = 'NO'.
002330     PERFORM PRINT-COURSE-SUMMARY.
002340     CLOSE COURSE-CATALOG-FILE
002360           COURSE-TRANS-FILE
002370           COURSE-REJECT-FILE
002380           MAINT-REPORT-FILE.
002390     PERFORM STAMP-RUN-END.
002400     STOP RUN.
002410
002420 PROCESS-COURSE-TRANSACTION.
002430     PERFORM EDIT-COURSE-TRANSACTION.
002440     IF NOT EDIT-PASSED
002450         PERFORM REJECT-COURSE-TRANSACTION
002460     ELSE
002470         EVALUATE TRUE
002480             WHEN KTRAN-IS-ADD
002490                 PERFORM ADD-COURSE
002500             WHEN KTRAN-IS-CHANGE
002510                 PERFORM CHANGE-COURSE
002520             WHEN KTRAN-IS-DELETE
002530                 PERFORM DELETE-COURSE
002540         END-EVALUATE
002550     END-IF.
002560     READ COURSE-TRANS-FILE
002570         AT END MOVE 'NO' TO DATA-REMAINS-SWITCH
002580     END-READ.
002590
002600* The same edit discipline as STUDMAIN: the code and course
002610* code are edited on every card, and adds/changes must also
002620* carry a title, a department, usable credit hours and a
002630* known status.  Deletes carry only the code and course code.
002650
002660 EDIT-COURSE-TRANSACTION.
002670     MOVE 'YES' TO WS-EDIT-SWITCH.
002680     MOVE SPACES TO WS-EDIT-REASON.
002690     IF NOT KTRAN-VALID-CODE
002700         MOVE 'NO ' TO WS-EDIT-SWITCH
002710         MOVE 'BADCODE' TO WS-EDIT-REASON
002720     ELSE
002730         IF KTRAN-COURSE-CODE = SPACES
002740             MOVE 'NO ' TO WS-EDIT-SWITCH
002750             MOVE 'NOCRS' TO WS-EDIT-REASON
002760         ELSE
002770             IF NOT KTRAN-IS-DELETE
002780                 PERFORM EDIT-COURSE-FIELDS
002790             END-IF
002800         END-IF
002810     END-IF.
002820
002830 EDIT-COURSE-FIELDS.
002840     IF KTRAN-TITLE = SPACES
002850         MOVE 'NO ' TO WS-EDIT-SWITCH
002860         MOVE 'NOTITLE' TO WS-EDIT-REASON
002870     ELSE
002880         IF KTRAN-DEPARTMENT = SPACES
002890             MOVE 'NO ' TO WS-EDIT-SWITCH
002900             MOVE 'NODEPT' TO WS-EDIT-REASON
002910         ELSE
002920             IF KTRAN-CREDIT-HOURS IS NOT NUMERIC
002930                 MOVE 'NO ' TO WS-EDIT-SWITCH
002940                 MOVE 'BADCRD' TO WS-EDIT-REASON
002950             ELSE
002960                 IF KTRAN-CREDIT-HOURS = ZERO
002970                     MOVE 'NO ' TO WS-EDIT-SWITCH
002980                     MOVE 'BADCRD' TO WS-EDIT-REASON
002990                 ELSE
003000                     IF NOT KTRAN-VALID-STATUS
003010                         MOVE 'NO ' TO WS-EDIT-SWITCH
003020                         MOVE 'BADSTAT' TO WS-EDIT-REASON
003030                     END-IF
003040                 END-IF
003050             END-IF
003060         END-IF
003070     END-IF.
003080
003210 ADD-COURSE.
003220     PERFORM BUILD-COURSE-RECORD.
003230     WRITE COURSE-CATALOG-RECORD
003240         INVALID KEY
003250             MOVE 'DUPLICATE COURSE - NOT ADDED' TO
003260                 TRANS-MESSAGE-OUT
003270             PERFORM WRITE-COURSE-LINE
003280             ADD 1 TO REJECTED-COUNT
003290         NOT INVALID KEY
003300             MOVE 'COURSE ADDED' TO TRANS-MESSAGE-OUT
003310             PERFORM WRITE-COURSE-LINE
003320             ADD 1 TO ADDED-COUNT
003330     END-WRITE.
003340
003350 CHANGE-COURSE.
003360     PERFORM BUILD-COURSE-RECORD.
003370     REWRITE COURSE-CATALOG-RECORD
003380         INVALID KEY
003390             MOVE 'COURSE NOT FOUND - NOT CHANGED' TO
003400                 TRANS-MESSAGE-OUT
003410             PERFORM WRITE-COURSE-LINE
003420             ADD 1 TO REJECTED-COUNT
003430         NOT INVALID KEY
003440             IF CATALOG-IS-RETIRED
003450                 MOVE 'COURSE CHANGED - RETIRED' TO
003460                     TRANS-MESSAGE-OUT
003470             ELSE
003480                 MOVE 'COURSE CHANGED' TO TRANS-MESSAGE-OUT
003490             END-IF
003500             PERFORM WRITE-COURSE-LINE
003510             ADD 1 TO CHANGED-COUNT
003520     END-REWRITE.
003530
003540 DELETE-COURSE.
003550     MOVE KTRAN-COURSE-CODE TO CATALOG-COURSE-CODE.
003560     DELETE COURSE-CATALOG-FILE RECORD
003570         INVALID KEY
003580             MOVE 'COURSE NOT FOUND - NOT DELETED' TO
003590                 TRANS-MESSAGE-OUT
003600             PERFORM WRITE-COURSE-LINE
003610             ADD 1 TO REJECTED-COUNT
003620         NOT INVALID KEY
003630             MOVE 'COURSE DELETED' TO TRANS-MESSAGE-OUT
003640             PERFORM WRITE-COURSE-LINE
003650             ADD 1 TO DELETED-COUNT
003660     END-DELETE.
003670
003680 BUILD-COURSE-RECORD.
003690     MOVE KTRAN-COURSE-CODE TO CATALOG-COURSE-CODE.
003700     MOVE KTRAN-TITLE TO CATALOG-TITLE.
003710     MOVE KTRAN-DEPARTMENT TO CATALOG-DEPARTMENT.
003720     MOVE KTRAN-CREDIT-HOURS TO CATALOG-CREDIT-HOURS.
003730     IF KTRAN-STATUS = SPACE
003740         MOVE 'A' TO CATALOG-STATUS
003750     ELSE
003760         MOVE KTRAN-STATUS TO CATALOG-STATUS
003770     END-IF.
003780
003790 REJECT-COURSE-TRANSACTION.
003800     MOVE SPACES TO TRANS-MESSAGE-OUT.
003810     STRING 'TRANSACTION REJECTED - ' WS-EDIT-REASON
003820         DELIMITED BY SIZE INTO TRANS-MESSAGE-OUT.
003830     PERFORM WRITE-COURSE-LINE.
003840     MOVE SPACES TO COURSE-REJECT-RECORD.
003850     MOVE COURSE-TRANSACTION TO COURSE-REJECT-IMAGE.
003860     MOVE WS-EDIT-REASON TO COURSE-REJECT-REASON.
003870     WRITE COURSE-REJECT-RECORD.
003880     ADD 1 TO REJECTED-COUNT.
003890
003900 WRITE-COURSE-LINE.
003910     MOVE KTRAN-COURSE-CODE TO TRANS-COURSE-OUT.
003920     MOVE TRANSACTION-LINE TO MAINT-REPORT-LINE.
003930     WRITE MAINT-REPORT-LINE.
003940
003950 PRINT-COURSE-SUMMARY.
003960     MOVE ADDED-COUNT TO ADDED-COUNT-OUT.
003970     MOVE ADDED-LINE TO MAINT-REPORT-LINE.
003980     WRITE MAINT-REPORT-LINE.
003990     MOVE CHANGED-COUNT TO CHANGED-COUNT-OUT.
004000     MOVE CHANGED-LINE TO MAINT-REPORT-LINE.
004010     WRITE MAINT-REPORT-LINE.
004020     MOVE DELETED-COUNT TO DELETED-COUNT-OUT.
004030     MOVE DELETED-LINE TO MAINT-REPORT-LINE.
004040     WRITE MAINT-REPORT-LINE.
004050     MOVE REJECTED-COUNT TO REJ-TRANS-COUNT-OUT.
004060     MOVE REJECTED-TRANS-LINE TO MAINT-REPORT-LINE.
004070     WRITE MAINT-REPORT-LINE.
004080
004090 FORMAT-RUN-DATE-TIME.
004100     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
004110     ACCEPT WS-CURRENT-TIME FROM TIME.
004120     ACCEPT WS-OPERATOR-ID FROM ENVIRONMENT "USER".
004130     STRING WS-CURRENT-DATE(1:4) '-' WS-CURRENT-DATE(5:2) '-'
004140         WS-CURRENT-DATE(7:2) DELIMITED BY SIZE
004150         INTO WS-FORMATTED-DATE.
004160     STRING WS-CURRENT-TIME(1:2) ':' WS-CURRENT-TIME(3:2) ':'
004170         WS-CURRENT-TIME(5:2) DELIMITED BY SIZE
004180         INTO WS-FORMATTED-TIME.
004190
008000
008001* Shop-wide run control: every batch program stamps the shared
008002* RUNCTL dataset at start and end with date/time, mode,
008003* operator and completion code, and refuses to start while a
008004* conflicting job is marked in flight, so an unload can no
008005* longer run into an open maintenance or posting pass and the
008006* morning checkout reads one OPSTATUS report instead of five
008007* job logs.  A run that dies leaves its in-flight mark behind
008008* on purpose; the operator clears it with OPSTATUS
008009* PARM='RESET jobname' once the wreckage is understood.  A
008010* completion below 8 also refreshes the job's last-good-run
008011* entry, which OPSTATUS prints beside the current one.
008012
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
008032     MOVE 'CRSMAINT' TO WS-CONFLICT-JOB.
008033     PERFORM CHECK-RUN-CONFLICT.
008034     MOVE 'GRDPOST' TO WS-CONFLICT-JOB.
008035     PERFORM CHECK-RUN-CONFLICT.
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
008061     MOVE 'CRSMAINT' TO RUN-JOB-NAME.
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
008076     MOVE 'CRSMAINT' TO RUN-JOB-NAME.
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
